      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBA.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : CERTIFICATE REVOCATION NOTICE LIST            *
      *  DESCRIPTION : NIGHTLY LIST, PER CERTIFICATE REVOKED         *
      *                THROUGH LAP96 AND NOT YET NOTIFIED, OF EVERY  *
      *                RELYING PARTY (BANK, COURT, AGENCY) THE       *
      *                DRWB.TRWBN VERIFICATION LOG SHOWS HAD CHECKED *
      *                THE PAPER THROUGH LAP93 AND BEEN TOLD IT WAS  *
      *                GOOD.  THE LIST GOES TO THE ISSUING OFFICE,   *
      *                WHICH WRITES TO EACH PARTY.  THE TRWBM ROW IS *
      *                THEN MARKED NOTIFIED WITH THE PARTY COUNT SO  *
      *                IT IS LISTED ONCE ONLY.                       *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBA                                      *
      *                                                              *
      *  OUTPUT FILES   : LAPP0A0  -  REVOCATION NOTICE LIST         *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DRWB.TRWBM                              RU                  *
      *  DRWB.TRWBN                              R                   *
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
           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0A0
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
           'LAPBA    - WORKING STORAGE BEGINS HERE'.

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

           05  A-RVK-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-CLR-READ-CNT            PIC  9(13)  VALUE  ZERO.
           05  A-NOTIFY-UPD-CNT          PIC  9(13)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBA'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-DATA-END-CHECK          PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-DATA                         VALUE  HIGH-VALUE.

           05  S-CLR-END-CHECK           PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-CLR                          VALUE  HIGH-VALUE.

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

           05  W-LOOKUP-CNT              PIC S9(09)  COMP.
           05  W-LAST-VERIFY-DT          PIC  X(08).
           05  W-PARTY-CNT               PIC S9(05)  COMP-3.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'CERTIFICATE REVOCATION NOTICE LIST     DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  D1-REVOKE-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-TXOFF              PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-NO-YY         PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  D1-RCVE-NO-SEQNO      PIC  9(07).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  FILLER                PIC  X(07)  VALUE  'REASON='.
               10  D1-RSN-CD             PIC  X(02).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-REVOKE-DT          PIC  X(08).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D1-RSN                PIC  X(40).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  FILLER                PIC  X(14)  VALUE
                   'VOIDED COPIES='.
               10  D1-VOID-CNT           PIC  ZZZZ9.
               10  FILLER                PIC  X(31)  VALUE  SPACE.

           05  D2-PARTY-LINE.
               10  FILLER                PIC  X(06)  VALUE  SPACE.
               10  D2-CALLER-ID          PIC  X(10).
               10  FILLER                PIC  X(02)  VALUE  SPACE.
               10  D2-CALLER-NM          PIC  X(30).
               10  FILLER                PIC  X(10)  VALUE
                   '  LOOKUPS='.
               10  D2-LOOKUP-CNT         PIC  ZZZZZZ9.
               10  FILLER                PIC  X(07)  VALUE
                   '  LAST='.
               10  D2-LAST-DT            PIC  X(08).
               10  FILLER                PIC  X(52)  VALUE  SPACE.

           05  D3-NONE-LINE.
               10  FILLER                PIC  X(06)  VALUE  SPACE.
               10  FILLER                PIC  X(40)  VALUE
                   'NO VERIFICATION LOOKUPS ON RECORD'.
               10  FILLER                PIC  X(86)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(13)  VALUE
                   'REVOCATIONS: '.
               10  T1-RVK-CNT            PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(20)  VALUE
                   '  PARTIES TO NOTIFY:'.
               10  T1-PARTY-CNT          PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(80)  VALUE  SPACE.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBM   (   CERTIFICATE REVOCATION REGISTER   )      *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBM      END-EXEC.

      ****************************************************************
      *    DRWB.TRWBN   (   VERIFICATION LOOKUP LOG   )              *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOBN      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
      *                                                              *
      ****************************************************************

      ****************************************************************
      *    CURSOR_RVK : EVERY REVOCATION WHOSE RELYING PARTIES HAVE  *
      *    NOT YET BEEN LISTED.                                      *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_RVK  CURSOR  WITH  HOLD  FOR
                 SELECT   RCVE_NO_TXOFF
                 ,        RCVE_NO_YY
                 ,        RCVE_NO_SEQNO
                 ,        REVOKE_RSN_CD
                 ,        REVOKE_RSN
                 ,        VOID_CNT
                 ,        REVOKE_DT
                 FROM     DRWB.TRWBM
                 WHERE    NOTIFY_FG  =  'N'
                 ORDER BY RCVE_NO_TXOFF, RCVE_NO_YY, RCVE_NO_SEQNO
                 FOR FETCH ONLY
           END-EXEC.

      ****************************************************************
      *    CURSOR_CLR : ONE ROW PER CALLER THAT VERIFIED THE PAPER   *
      *    AND WAS GIVEN AN ANSWER OTHER THAN 'REVOKED' - THOSE      *
      *    TOLD 'REVOKED' ALREADY KNOW, AND A 'NOT FOUND' LOOKUP     *
      *    NEVER MATCHED THE RECEIPT.                                *
      ****************************************************************

           EXEC  SQL
                 DECLARE  CURSOR_CLR  CURSOR  WITH  HOLD  FOR
                 SELECT   CALLER_ID
                 ,        CALLER_NM
                 ,        COUNT(*)
                 ,        MAX(VERIFY_DT)
                 FROM     DRWB.TRWBN
                 WHERE    RCVE_NO_TXOFF  =  :TRWBM.RCVE-NO-TXOFF
                 AND      RCVE_NO_YY     =  :TRWBM.RCVE-NO-YY
                 AND      RCVE_NO_SEQNO  =  :TRWBM.RCVE-NO-SEQNO
                 AND      ANSWER_STAUS  <>  'REVOKED'
                 GROUP BY CALLER_ID, CALLER_NM
                 ORDER BY CALLER_ID, CALLER_NM
                 FOR FETCH ONLY
                 WITH UR
           END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBA    *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-REVOKE-SWEEP.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBA    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LAPBA    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* RVK-READ-CNT   : ' A-RVK-READ-CNT.
           DISPLAY '* PARTY-CNT      : ' A-CLR-READ-CNT.
           DISPLAY '* NOTIFY-UPD-CNT : ' A-NOTIFY-UPD-CNT.
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
           DISPLAY '### LAPBA    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN     OUTPUT               O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0A0 OPEN ERROR(' S-RPT-STATUS ')'
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
      *    S 1 1 0 0 - R E V O K E - S W E E P                       *
      *                                                              *
      ****************************************************************
       S1100-REVOKE-SWEEP                SECTION.

           DISPLAY  'STEP : S1100-REVOKE-SWEEP'.

           EXEC  SQL  OPEN  CURSOR_RVK     END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S1100:DB ERROR RVK OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
           PERFORM  UNTIL  S-NO-DATA
              PERFORM  S7100-FETCH-RVK
              IF  NOT  S-NO-DATA
                  PERFORM  S2100-LIST-ONE-REVOCATION
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_RVK     END-EXEC.

       S1100-REVOKE-SWEEP-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - L I S T - O N E - R E V O C A T I O N         *
      *                                                              *
      *    THE REVOCATION LINE, THEN ONE LINE PER RELYING PARTY,     *
      *    THEN THE REGISTER ROW IS MARKED NOTIFIED.                 *
      *                                                              *
      ****************************************************************
       S2100-LIST-ONE-REVOCATION         SECTION.

           INITIALIZE  D1-REVOKE-LINE.
           MOVE  RCVE-NO-TXOFF OF TRWBM   TO  D1-TXOFF.
           MOVE  RCVE-NO-YY    OF TRWBM   TO  D1-RCVE-NO-YY.
           MOVE  RCVE-NO-SEQNO OF TRWBM   TO  D1-RCVE-NO-SEQNO.
           MOVE  REVOKE-RSN-CD OF TRWBM   TO  D1-RSN-CD.
           MOVE  REVOKE-DT     OF TRWBM   TO  D1-REVOKE-DT.
           MOVE  REVOKE-RSN    OF TRWBM   TO  D1-RSN.
           MOVE  VOID-CNT      OF TRWBM   TO  D1-VOID-CNT.
           WRITE  O-RPT-REC  FROM  D1-REVOKE-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

           MOVE  ZERO                     TO  W-PARTY-CNT.

           EXEC  SQL  OPEN  CURSOR_CLR     END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2100:DB ERROR CLR OPEN=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  LOW-VALUE                TO  S-CLR-END-CHECK.
           PERFORM  UNTIL  S-NO-CLR
              PERFORM  S7200-FETCH-CLR
              IF  NOT  S-NO-CLR
                  PERFORM  S5100-WRITE-PARTY
              END-IF
           END-PERFORM.

           EXEC  SQL  CLOSE  CURSOR_CLR     END-EXEC.

           IF  W-PARTY-CNT  =  ZERO
               WRITE  O-RPT-REC  FROM  D3-NONE-LINE
               ADD   1                    TO  A-RPT-WRIT-CNT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWBM
                         SET  NOTIFY_FG     = 'Y',
                              NOTIFY_CNT    = :W-PARTY-CNT,
                              NOTIFY_DT     = :W-SYSTEM-DATE
                       WHERE  RCVE_NO_TXOFF = :TRWBM.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :TRWBM.RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :TRWBM.RCVE-NO-SEQNO
                         AND  NOTIFY_FG     = 'N'
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY  'S2100:DB ERROR TRWBM UPD=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  A-NOTIFY-UPD-CNT.

       S2100-LIST-ONE-REVOCATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - P A R T Y                         *
      *                                                              *
      ****************************************************************
       S5100-WRITE-PARTY                 SECTION.

           INITIALIZE  D2-PARTY-LINE.
           IF  CALLER-ID OF TRWBN  =  SPACE
               MOVE  '(NOT GIVEN)'        TO  D2-CALLER-ID
           ELSE
               MOVE  CALLER-ID OF TRWBN   TO  D2-CALLER-ID
           END-IF.
           MOVE  CALLER-NM OF TRWBN       TO  D2-CALLER-NM.
           MOVE  W-LOOKUP-CNT             TO  D2-LOOKUP-CNT.
           MOVE  W-LAST-VERIFY-DT         TO  D2-LAST-DT.
           WRITE  O-RPT-REC  FROM  D2-PARTY-LINE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S5100:ERROR=LAPP0A0 WRITE ERROR(' S-RPT-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           ADD   1                        TO  W-PARTY-CNT
                                              A-RPT-WRIT-CNT.

       S5100-WRITE-PARTY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-NOTIFY-UPD-CNT         TO  T1-RVK-CNT.
           MOVE  A-CLR-READ-CNT           TO  T1-PARTY-CNT.

           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 1 0 0 - F E T C H - R V K                             *
      *                                                              *
      ****************************************************************
       S7100-FETCH-RVK                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_RVK
                 INTO  :TRWBM.RCVE-NO-TXOFF
                 ,     :TRWBM.RCVE-NO-YY
                 ,     :TRWBM.RCVE-NO-SEQNO
                 ,     :TRWBM.REVOKE-RSN-CD
                 ,     :TRWBM.REVOKE-RSN
                 ,     :TRWBM.VOID-CNT
                 ,     :TRWBM.REVOKE-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-RVK-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7100:DB ERROR RVK FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7100-FETCH-RVK-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 7 2 0 0 - F E T C H - C L R                             *
      *                                                              *
      ****************************************************************
       S7200-FETCH-CLR                   SECTION.

           EXEC  SQL
                 FETCH  CURSOR_CLR
                 INTO  :TRWBN.CALLER-ID
                 ,     :TRWBN.CALLER-NM
                 ,     :W-LOOKUP-CNT
                 ,     :W-LAST-VERIFY-DT
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   1             TO  A-CLR-READ-CNT

               WHEN  100
                     MOVE  HIGH-VALUE    TO  S-CLR-END-CHECK

               WHEN  OTHER
                     MOVE  SQLCODE       TO  W-SQLCODE
                     DISPLAY  'S7200:DB ERROR CLR FETCH=' W-SQLCODE
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S7200-FETCH-CLR-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBA            *
      *                                                              *
      ****************************************************************
