      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LAPBF.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : AS-OF-DATE REGISTRATION REBUILD REPORT        *
      *  DESCRIPTION : FOR EACH REQUEST CARD (BUSNID, AS-OF DATE,    *
      *                CASE REFERENCE) PRINTS THE REGISTRATION AS    *
      *                IT STOOD ON THAT DATE - OWNER, TRADE NAME,    *
      *                ADDRESS, BUSINESS TYPE, OFFICE, SUSPENDED OR  *
      *                NOT, OPEN OR CLOSED - EACH LINE WITH THE      *
      *                EVENT THAT LAST SET THE ITEM (AMENDMENT       *
      *                RECEIPT, SUCCESSION, TRANSFER, SUSPENSION     *
      *                PERIOD OR TTAAC HISTORY ROW), READY TO FILE   *
      *                WITH A COURT OR DISPUTE ANSWER.  THE REBUILD  *
      *                IS LCBSASOF, THE SAME ONE THE LAP99 INQUIRY   *
      *                USES.  CITED AMENDMENT RECEIPTS ALREADY       *
      *                MOVED TO THE DRWH ARCHIVE ARE FLAGGED SO THE  *
      *                DOSSIER CAN BE RECALLED THROUGH LAP19.        *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LAPBF                                      *
      *  SUB    PROGRAM : LCBSASOF                                   *
      *                                                              *
      *  INPUT FILES    : LAPINF0  -  REQUEST FILE (LRECL 80)        *
      *                   COLS 1-10  BUSNID                          *
      *                   COLS 11-18 AS-OF DATE YYYYMMDD (BLANK =    *
      *                              RUN DATE)                       *
      *                   COLS 19-48 CASE REFERENCE (PRINTED ONLY)   *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  DTBA.TTBAA/TTBAB/TTBAC  (VIA LCBSASOF)  R                   *
      *  DTBA.TTBAI/TTBAS/TTBAW/TTBAT            R                   *
      *  DTAA.TTAAC              (VIA LCBSASOF)  R                   *
      *  DRWA.TRWAD/DRWH.TRWAD   (VIA LCBSASOF)  R                   *
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
           SELECT  I-REQ-FILE  ASSIGN     TO  LAPINF0
                   FILE         STATUS    IS  S-REQ-STATUS.

           SELECT  O-RPT-FILE  ASSIGN     TO  LAPP0F0
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

       FD  I-REQ-FILE
           RECORDING  MODE               IS   F
           RECORD     CONTAINS           80   CHARACTERS
           BLOCK      CONTAINS           0    RECORDS
           LABEL      RECORDS            STANDARD
           DATA       RECORD             IS   I-REQ-REC.
       01  I-REQ-REC                     PIC  X(80).

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
           'LAPBF    - WORKING STORAGE BEGINS HERE'.

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

           05  A-REQ-READ-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-REBUILT-CNT             PIC  9(09)  VALUE  ZERO.
           05  A-NOT-RGST-CNT            PIC  9(09)  VALUE  ZERO.
           05  A-REJECT-CNT              PIC  9(09)  VALUE  ZERO.
           05  A-ARCH-CITE-CNT           PIC  9(09)  VALUE  ZERO.
           05  A-RPT-WRIT-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPBF'.
           05  C-PGM-LCBSASOF            PIC  X(08)  VALUE 'LCBSASOF'.

      ****************************************************************
      *                                                              *
      *    S W I T C H E S                                           *
      *                                                              *
      ****************************************************************
       01  SWITCHES.

           05  S-REQ-END-CHECK           PIC  X(01)  VALUE  LOW-VALUE.
               88  S-NO-MORE-REQ                     VALUE  HIGH-VALUE.

           05  S-REQ-STATUS              PIC  X(002).
               88  S-REQ-NORMAL                      VALUE '00'.
               88  S-REQ-EOF                         VALUE '10'.

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

           05  W-IX                      PIC S9(04)  COMP.
           05  W-ARCH-CNT                PIC  ZZ9.

      ****************************************************************
      *                                                              *
      *    R E Q U E S T    R E C O R D                              *
      *                                                              *
      ****************************************************************
       01  REQUEST-RECORD.
           05  R-BUSNID                  PIC  X(10).
           05  R-ASOF-DT                 PIC  X(08).
           05  R-CASE-REF                PIC  X(30).
           05  FILLER                    PIC  X(32).

      ****************************************************************
      *                                                              *
      *    L C B S A S O F    U S E R A R E A                        *
      *                                                              *
      ****************************************************************
       01  LCBSASOF-USERAREA.
           COPY  LCBYASOF.

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
      *                                                              *
      ****************************************************************
       01  REPORT-LINES.

           05  H1-HEAD-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(45)  VALUE
                   'AS-OF-DATE REGISTRATION REBUILD        DATE: '.
               10  H1-RUN-DATE           PIC  X(08).
               10  FILLER                PIC  X(78)  VALUE  SPACE.

           05  B1-BLANK-LINE             PIC  X(132) VALUE  SPACE.

           05  H2-REQ-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(07)  VALUE
                   'BUSNID '.
               10  H2-BUSNID             PIC  X(10).
               10  FILLER                PIC  X(08)  VALUE
                   '  AS OF '.
               10  H2-ASOF-DT            PIC  X(08).
               10  FILLER                PIC  X(07)  VALUE
                   '  CASE '.
               10  H2-CASE-REF           PIC  X(30).
               10  FILLER                PIC  X(61)  VALUE  SPACE.

           05  H3-RGST-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(21)  VALUE
                   'REGISTRATION RECEIPT '.
               10  H3-TXOFF-CD           PIC  X(03).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  H3-RCVE-YEAR          PIC  X(04).
               10  FILLER                PIC  X(01)  VALUE  '-'.
               10  H3-RCVE-NO            PIC  9(07).
               10  FILLER                PIC  X(10)  VALUE
                   '  OPENED '.
               10  H3-OPEN-DT            PIC  X(08).
               10  FILLER                PIC  X(76)  VALUE  SPACE.

           05  H4-COLUMN-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(11)  VALUE
                   'ITEM'.
               10  FILLER                PIC  X(41)  VALUE
                   'VALUE ON THE DATE'.
               10  FILLER                PIC  X(09)  VALUE
                   'SET ON'.
               10  FILLER                PIC  X(70)  VALUE
                   'SET BY'.

           05  D1-ITEM-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-ITEM-NM            PIC  X(10).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-VALUE              PIC  X(40).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-SRC-DT             PIC  X(08).
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  D1-SRC-NOTE           PIC  X(70).

           05  M1-MSG-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(04)  VALUE
                   '*** '.
               10  M1-MSG                PIC  X(80).
               10  FILLER                PIC  X(47)  VALUE  SPACE.

           05  T1-TRAILER-LINE.
               10  FILLER                PIC  X(01)  VALUE  SPACE.
               10  FILLER                PIC  X(12)  VALUE
                   'REQUESTS..:'.
               10  T1-REQ-CNT            PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  REBUILT:'.
               10  T1-REBUILT-CNT        PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  NOT REG:'.
               10  T1-NOT-RGST-CNT       PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  REJECT.:'.
               10  T1-REJECT-CNT         PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(11)  VALUE
                   '  ARCHIVE:'.
               10  T1-ARCH-CITE-CNT      PIC  ZZZZZZZZ9.
               10  FILLER                PIC  X(30)  VALUE  SPACE.

       01  W-END                         PIC  X(40)  VALUE
           'LAPBF    *** WORKING STORAGE ENDS HERE  '.

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

           MOVE  LOW-VALUE                TO  S-REQ-END-CHECK.
           PERFORM  UNTIL  S-NO-MORE-REQ
              PERFORM  S0300-READ-REQUEST
              IF  NOT  S-NO-MORE-REQ
                  PERFORM  S1100-REBUILD-ONE-REQUEST
              END-IF
           END-PERFORM.

           PERFORM  S5300-WRITE-TRAILER.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LAPBF    NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               DISPLAY '**************************************'
               DISPLAY '**** LAPBF    JOB STOP WITH ERROR  ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* REQ-READ-CNT   : ' A-REQ-READ-CNT.
           DISPLAY '* REBUILT-CNT    : ' A-REBUILT-CNT.
           DISPLAY '* NOT-RGST-CNT   : ' A-NOT-RGST-CNT.
           DISPLAY '* REJECT-CNT     : ' A-REJECT-CNT.
           DISPLAY '* ARCH-CITE-CNT  : ' A-ARCH-CITE-CNT.
           DISPLAY '* RPT-WRIT-CNT   : ' A-RPT-WRIT-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

           CLOSE  I-REQ-FILE
                  O-RPT-FILE.

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
           DISPLAY '### LAPBF    START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           OPEN  INPUT   I-REQ-FILE.

           IF  NOT  S-REQ-NORMAL
               DISPLAY
               'S0200:ERROR=LAPINF0 OPEN ERROR(' S-REQ-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           OPEN  OUTPUT  O-RPT-FILE.

           IF  NOT  S-RPT-NORMAL
               DISPLAY
               'S0200:ERROR=LAPP0F0 OPEN ERROR(' S-RPT-STATUS ')'
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
      *    S 0 3 0 0 - R E A D - R E Q U E S T                       *
      *                                                              *
      ****************************************************************
       S0300-READ-REQUEST                SECTION.

           READ  I-REQ-FILE  INTO  REQUEST-RECORD
               AT  END
                   MOVE  HIGH-VALUE      TO  S-REQ-END-CHECK
           END-READ.

           IF  S-NO-MORE-REQ
               CONTINUE
           ELSE
               IF  S-REQ-NORMAL
                   ADD   1               TO  A-REQ-READ-CNT
               ELSE
                   DISPLAY
                   'S0300:ERROR=LAPINF0 READ ERROR('
                    S-REQ-STATUS ')'
                   MOVE  U-ABEND-CODE1   TO  RETURN-CODE
                   PERFORM  S0100-MAIN-EXIT
               END-IF
           END-IF.

       S0300-READ-REQUEST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - R E B U I L D - O N E - R E Q U E S T         *
      *                                                              *
      *    A BLANK AS-OF DATE MEANS THE RUN DATE; A CARD WITHOUT A   *
      *    BUSNID, WITH A NON-NUMERIC DATE OR A DATE AFTER THE RUN   *
      *    DATE IS PRINTED AS REJECTED AND THE RUN GOES ON.  A DB2   *
      *    ERROR INSIDE LCBSASOF STOPS THE RUN.                      *
      *                                                              *
      ****************************************************************
       S1100-REBUILD-ONE-REQUEST         SECTION.

           IF  R-ASOF-DT  =  SPACE
               MOVE  W-SYSTEM-DATE        TO  R-ASOF-DT
           END-IF.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           MOVE  R-BUSNID                 TO  H2-BUSNID.
           MOVE  R-ASOF-DT                TO  H2-ASOF-DT.
           MOVE  R-CASE-REF               TO  H2-CASE-REF.
           WRITE  O-RPT-REC  FROM  H2-REQ-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           IF  R-BUSNID   =  SPACE        OR
               R-ASOF-DT  NOT NUMERIC     OR
               R-ASOF-DT  >  W-SYSTEM-DATE
               DISPLAY 'S1100:REQUEST REJECTED - BAD CARD ('
                        REQUEST-RECORD(1:18) ')'
               MOVE  'REJECTED - BUSINESS ID OR AS-OF DATE INVALID'
                                          TO  M1-MSG
               PERFORM  S6100-WRITE-MSG
               ADD   1                    TO  A-REJECT-CNT
               GO TO  S1100-REBUILD-ONE-REQUEST-EXIT
           END-IF.

           INITIALIZE  LCBSASOF-USERAREA.
           MOVE  R-BUSNID                 TO  ASOF-BUSNID.
           MOVE  R-ASOF-DT                TO  ASOF-DT.

           CALL  C-PGM-LCBSASOF  USING  LCBSASOF-USERAREA.

           EVALUATE  TRUE
               WHEN  ASOF-RTN-NORMAL
                     CONTINUE
               WHEN  ASOF-RTN-NOT-FOUND
                     MOVE  'BUSINESS NOT REGISTERED ON THAT DATE'
                                          TO  M1-MSG
                     PERFORM  S6100-WRITE-MSG
                     ADD   1              TO  A-NOT-RGST-CNT
                     GO TO  S1100-REBUILD-ONE-REQUEST-EXIT
               WHEN  ASOF-RTN-BAD-INPUT
                     MOVE  'REQUEST REJECTED BY LCBSASOF'
                                          TO  M1-MSG
                     PERFORM  S6100-WRITE-MSG
                     ADD   1              TO  A-REJECT-CNT
                     GO TO  S1100-REBUILD-ONE-REQUEST-EXIT
               WHEN  OTHER
                     MOVE  ASOF-SQLCODE   TO  W-SQLCODE
                     DISPLAY 'S1100:DB ERROR ' ASOF-ERR-TABLE
                             ' BUSNID=' R-BUSNID
                             ' SQLCODE=' W-SQLCODE
                     MOVE  U-ABEND-CODE1  TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

           MOVE  ASOF-TXOFF-CD            TO  H3-TXOFF-CD.
           MOVE  ASOF-RCVE-YEAR           TO  H3-RCVE-YEAR.
           MOVE  ASOF-RCVE-NO             TO  H3-RCVE-NO.
           MOVE  ASOF-RGST-OPEN-DT        TO  H3-OPEN-DT.
           WRITE  O-RPT-REC  FROM  H3-RGST-LINE.
           WRITE  O-RPT-REC  FROM  H4-COLUMN-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

           PERFORM  S1200-WRITE-ITEM
               VARYING  W-IX  FROM  1  BY  1
                 UNTIL  W-IX  >  ASOF-ITEM-CNT.

           ADD   1                        TO  A-REBUILT-CNT.
           ADD   ASOF-ARCH-CNT            TO  A-ARCH-CITE-CNT.

           IF  ASOF-ARCH-CNT  >  ZERO
               MOVE  ASOF-ARCH-CNT        TO  W-ARCH-CNT
               MOVE  SPACE                TO  M1-MSG
               STRING  W-ARCH-CNT
                       ' CITED AMENDMENT RECEIPT(S) ARCHIVED - '
                       'RECALL THROUGH LAP19 FOR THE DOSSIER'
                       DELIMITED BY SIZE  INTO  M1-MSG
               END-STRING
               PERFORM  S6100-WRITE-MSG
           END-IF.

       S1100-REBUILD-ONE-REQUEST-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 2 0 0 - W R I T E - I T E M                           *
      *                                                              *
      ****************************************************************
       S1200-WRITE-ITEM                  SECTION.

           MOVE  ASOF-ITEM-NM  (W-IX)     TO  D1-ITEM-NM.
           MOVE  ASOF-VALUE    (W-IX)     TO  D1-VALUE.
           MOVE  ASOF-SRC-DT   (W-IX)     TO  D1-SRC-DT.
           MOVE  ASOF-SRC-NOTE (W-IX)     TO  D1-SRC-NOTE.

           WRITE  O-RPT-REC  FROM  D1-ITEM-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.

       S1200-WRITE-ITEM-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 3 0 0 - W R I T E - T R A I L E R                     *
      *                                                              *
      ****************************************************************
       S5300-WRITE-TRAILER               SECTION.

           MOVE  A-REQ-READ-CNT           TO  T1-REQ-CNT.
           MOVE  A-REBUILT-CNT            TO  T1-REBUILT-CNT.
           MOVE  A-NOT-RGST-CNT           TO  T1-NOT-RGST-CNT.
           MOVE  A-REJECT-CNT             TO  T1-REJECT-CNT.
           MOVE  A-ARCH-CITE-CNT          TO  T1-ARCH-CITE-CNT.

           WRITE  O-RPT-REC  FROM  B1-BLANK-LINE.
           WRITE  O-RPT-REC  FROM  T1-TRAILER-LINE.
           ADD   2                        TO  A-RPT-WRIT-CNT.

       S5300-WRITE-TRAILER-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 6 1 0 0 - W R I T E - M S G                             *
      *                                                              *
      ****************************************************************
       S6100-WRITE-MSG                   SECTION.

           WRITE  O-RPT-REC  FROM  M1-MSG-LINE.
           ADD   1                        TO  A-RPT-WRIT-CNT.
           MOVE  SPACE                    TO  M1-MSG.

       S6100-WRITE-MSG-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPBF            *
      *                                                              *
      ****************************************************************
