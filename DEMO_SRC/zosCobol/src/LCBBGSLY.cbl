      ****************************************************************
      *                                                              *
      *    I D E N T I F I C A T I O N    D I V I S I O N            *
      *                                                              *
      ****************************************************************

       IDENTIFICATION                    DIVISION.
       PROGRAM-ID.                       LCBBGSLY.
       AUTHOR.                           S.K.CHOI.
       DATE-WRITTEN                      2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *  HANDLER     : UNLOAD SCHEMA LAYOUT MAINTENANCE              *
      *  DESCRIPTION : MAINTAINS THE REGISTERED COLUMN LAYOUT THAT   *
      *                LCBBGDMP HOLDS EACH UNLOAD TABLE TO BEFORE    *
      *                UNLOADING IT (SEE LCBSSCHK).                  *
      *                                                              *
      *                ACTION 'L' (LIST): LISTS HOW THE CATALOG NOW  *
      *                DIFFERS FROM THE REGISTERED LAYOUT.  RC 4     *
      *                WHEN IT DIFFERS.                              *
      *                                                              *
      *                ACTION 'A' (ACCEPT): RUN ONCE A LAYOUT CHANGE *
      *                IS APPROVED AND LCBBGDMP'S DCLGEN AND MOVES   *
      *                HAVE BEEN CHANGED TO SUIT.  LISTS THE         *
      *                DIFFERENCES BEING ACCEPTED, THEN REPLACES THE *
      *                TABLE'S REGISTERED LAYOUT WITH THE CATALOG'S  *
      *                CURRENT ONE, STAMPED WITH THE APPROVER AND    *
      *                DATE.  ALSO REGISTERS A TABLE THE FIRST TIME. *
      *                                                              *
      *  TRANSACTION ID : NONE (BATCH)                               *
      *  MAIN   PROGRAM : LCBBGSLY                                   *
      *  SUB    PROGRAM : LCBSSCHK                                   *
      *                                                              *
      *  INPUT PARMS    : SYSIN - ACTION X(1), TABLE-ID X(5),        *
      *                           APPROVER K-ID X(8) (ACTION 'A')    *
      *                                                              *
      *  TABLE                                  CRUD                 *
      *  ==========================================================  *
      *  LCBD2CTL.SCHEMA_LAYOUT                 CRD                  *
      *  SYSIBM.SYSCOLUMNS                      R                    *
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

      ****************************************************************
      *                                                              *
      *    W O R K I N G - S T O R A G E    S E C T I O N            *
      *                                                              *
      ****************************************************************
       WORKING-STORAGE                   SECTION.

       01  W-BEGIN                       PIC  X(40)  VALUE
           'LCBBGSLY - WORKING STORAGE BEGINS HERE'.

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
      *    C O N S T A N T S                                         *
      *                                                              *
      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LCBBGSLY'.
           05  C-PGM-LCBSSCHK            PIC  X(08)  VALUE 'LCBSSCHK'.
           05  C-WARN-RETURN-CODE        PIC S9(04)  COMP  VALUE +4.

      ****************************************************************
      *                                                              *
      *    S Y S I N    I N F O R M A T I O N                        *
      *                                                              *
      ****************************************************************
       01  W-SYSIN-INFO.
           05  W-SYSIN-ACTION            PIC  X(01)  VALUE  SPACE.
               88  W-SYSIN-ACTION-IS-VALID      VALUE  'L' 'A'.
               88  W-SYSIN-ACTION-IS-LIST       VALUE  'L'.
               88  W-SYSIN-ACTION-IS-ACCEPT     VALUE  'A'.
           05  W-SYSIN-TABLE-ID          PIC  X(05)  VALUE  SPACE.
               88  W-SYSIN-TABLE-IS-VALID       VALUE
                   'TG210' 'TG220' 'TG230' 'TG240' 'TG290'
                   'TG610' 'TG620' 'TG710' 'TG720'.
           05  W-SYSIN-APPR-K-ID         PIC  X(08)  VALUE  SPACE.
           05  FILLER                    PIC  X(66)  VALUE  SPACES.

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
           05  W-TB-CREATOR              PIC  X(08).
           05  W-TB-NM                   PIC  X(18).
           05  W-CAT-COL-CNT             PIC S9(09)  COMP.
           05  W-OLD-COL-CNT             PIC S9(09)  COMP.
           05  W-NEW-COL-CNT             PIC S9(09)  COMP.

           05  W-SCHK-PARM.
               10  W-SCHK-TABLE-ID       PIC  X(05).
               10  W-SCHK-DIFF-CNT       PIC S9(04)  COMP.
               10  W-SCHK-RC             PIC  X(02).
                   88  W-SCHK-LAYOUT-OK              VALUE '00'.
                   88  W-SCHK-DRIFT                  VALUE '04'.

      ****************************************************************
      *                                                              *
      *    S Q L C A                                                 *
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  SQLCA      END-EXEC.

      ****************************************************************
      *    LCBD2CTL.SCHEMA_LAYOUT                                    *
      ****************************************************************
           EXEC  SQL  INCLUDE  LCBYSLY    END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LCBBGSLY *** WORKING STORAGE ENDS HERE  '.

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

           PERFORM  S1100-LIST-DIFFERENCES.

           IF  W-SYSIN-ACTION-IS-ACCEPT
               PERFORM  S2100-ACCEPT-LAYOUT
           END-IF.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
           OR      RETURN-CODE              =   C-WARN-RETURN-CODE
               DISPLAY '  '
               DISPLAY '***********************************'
               DISPLAY '**** LCBBGSLY NORMAL COMPLETED  ****'
               DISPLAY '***********************************'
           ELSE
               EXEC  SQL  ROLLBACK   END-EXEC
               DISPLAY '**************************************'
               DISPLAY '**** LCBBGSLY JOB STOP WITH ERROR  ****'
               DISPLAY '**** ROLLBACK COMPLETED !!!!!!!!! ****'
               DISPLAY '**************************************'
           END-IF.

           DISPLAY '  '.
           DISPLAY '***********************************************'.
           DISPLAY '* ACTION / TABLE : ' W-SYSIN-ACTION ' / '
                                        W-SYSIN-TABLE-ID.
           DISPLAY '* DIFFERENCES    : ' W-SCHK-DIFF-CNT.
           IF  W-SYSIN-ACTION-IS-ACCEPT
               DISPLAY '* OLD COLUMNS    : ' W-OLD-COL-CNT
               DISPLAY '* NEW COLUMNS    : ' W-NEW-COL-CNT
               DISPLAY '* APPROVED BY    : ' W-SYSIN-APPR-K-ID
           END-IF.
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

           MOVE  FUNCTION CURRENT-DATE   TO  W-SYSTEM-DATETIME.

           DISPLAY '##########################################'.
           DISPLAY '### LCBBGSLY START-TIME = ' W-SYSTEM-DATETIME.
           DISPLAY '##########################################'.

           ACCEPT    W-SYSIN-INFO        FROM  SYSIN.

           IF  NOT  W-SYSIN-ACTION-IS-VALID
           OR  NOT  W-SYSIN-TABLE-IS-VALID
               DISPLAY 'S0200:ERROR=INVALID SYSIN ACTION/TABLE-ID'
               DISPLAY 'S0200:SYSIN=' W-SYSIN-ACTION
                       W-SYSIN-TABLE-ID
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-SYSIN-ACTION-IS-ACCEPT
           AND W-SYSIN-APPR-K-ID  =  SPACES
               DISPLAY 'S0200:ERROR=ACCEPT NEEDS THE APPROVER K-ID'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

      *    THE TABLE IS LCBD2Gnn.TGnn0, AS LCBSSCHK RESOLVES IT
           MOVE  W-SYSIN-TABLE-ID        TO  W-TB-NM
                                             W-SCHK-TABLE-ID
                                             SLY-TABLE-ID.
           STRING  'LCBD2G'  W-SYSIN-TABLE-ID (3:2)
                   DELIMITED BY SIZE  INTO  W-TB-CREATOR
           END-STRING.

       S0200-INITIALIZATION-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 1 1 0 0 - L I S T - D I F F E R E N C E S               *
      *                                                              *
      ****************************************************************
       S1100-LIST-DIFFERENCES            SECTION.

           DISPLAY 'S1100:LAYOUT DIFFERENCES FOR ' W-SYSIN-TABLE-ID
                   ' (' W-TB-CREATOR '.' W-TB-NM ')'.

           CALL  C-PGM-LCBSSCHK  USING  W-SCHK-PARM.

           EVALUATE  TRUE
               WHEN  W-SCHK-LAYOUT-OK
                     DISPLAY 'S1100:CATALOG MATCHES THE REGISTERED '
                             'LAYOUT'
               WHEN  W-SCHK-DRIFT
                     IF  W-SYSIN-ACTION-IS-LIST
                         MOVE  C-WARN-RETURN-CODE
                                         TO  RETURN-CODE
                     END-IF
               WHEN  OTHER
                     DISPLAY 'S1100:ERROR=LCBSSCHK RC=' W-SCHK-RC
                     MOVE  U-ABEND-CODE1 TO  RETURN-CODE
                     PERFORM  S0100-MAIN-EXIT
           END-EVALUATE.

       S1100-LIST-DIFFERENCES-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - A C C E P T - L A Y O U T                     *
      *                                                              *
      *    THE REGISTERED LAYOUT IS REPLACED AS A WHOLE - THE        *
      *    CATALOG IS THE ONLY SOURCE, SO NOTHING IS KEYED BY HAND.  *
      *                                                              *
      ****************************************************************
       S2100-ACCEPT-LAYOUT               SECTION.

           IF  W-SCHK-LAYOUT-OK
               DISPLAY 'S2100:NOTHING TO ACCEPT'
               GO TO  S2100-ACCEPT-LAYOUT-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :W-CAT-COL-CNT
                 FROM    SYSIBM.SYSCOLUMNS
                 WHERE   TBCREATOR  =  :W-TB-CREATOR
                 AND     TBNAME     =  :W-TB-NM
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S2100:DB ERROR SYSCOLUMNS=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  W-CAT-COL-CNT  =  ZERO
               DISPLAY 'S2100:ERROR=TABLE NOT IN THE CATALOG'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           EXEC  SQL
                 DELETE  FROM  LCBD2CTL.SCHEMA_LAYOUT
                 WHERE   TABLE_ID  =  :SLY-TABLE-ID
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S2100:DB ERROR SCHEMA_LAYOUT DEL=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           IF  SQLCODE  =  0
               MOVE  SQLERRD (3)         TO  W-OLD-COL-CNT
           END-IF.

           MOVE  W-SYSTEM-DATE           TO  SLY-APPR-DT.
           MOVE  W-SYSIN-APPR-K-ID       TO  SLY-APPR-K-ID.

           EXEC  SQL
                 INSERT  INTO  LCBD2CTL.SCHEMA_LAYOUT
                        (TABLE_ID, COL_NO, COL_NM, COL_TYPE,
                         COL_LEN, COL_SCALE, APPR_DT, APPR_K_ID)
                 SELECT :SLY-TABLE-ID, COLNO, NAME, COLTYPE,
                         LENGTH, SCALE, :SLY-APPR-DT, :SLY-APPR-K-ID
                 FROM    SYSIBM.SYSCOLUMNS
                 WHERE   TBCREATOR  =  :W-TB-CREATOR
                 AND     TBNAME     =  :W-TB-NM
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE             TO  W-SQLCODE
               DISPLAY 'S2100:DB ERROR SCHEMA_LAYOUT INS=' W-SQLCODE
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  SQLERRD (3)             TO  W-NEW-COL-CNT.

           EXEC  SQL  COMMIT  END-EXEC.

           DISPLAY 'S2100:LAYOUT ACCEPTED FOR ' W-SYSIN-TABLE-ID
                   ' - LCBBGDMP WILL UNLOAD IT AGAIN'.

       S2100-ACCEPT-LAYOUT-EXIT.
           EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LCBBGSLY         *
      *                                                              *
      ****************************************************************
