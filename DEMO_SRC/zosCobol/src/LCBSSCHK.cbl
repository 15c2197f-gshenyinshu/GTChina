      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBSSCHK.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   GTONE.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                 L  C  B  S  S  C  H  K                         *
      *                                                                *
      *  PROGRAM TYPE   -  CALLED SERVICE (BATCH)                      *
      *                                                                *
      *  FUNCTION       -  SCHEMA-DRIFT CHECK FOR ONE OF THE NINE      *
      *                    LCBBGDMP UNLOAD TABLES.  COMPARES THE       *
      *                    TABLE'S COLUMNS IN SYSIBM.SYSCOLUMNS WITH   *
      *                    ITS REGISTERED LAYOUT IN SCHEMA_LAYOUT -    *
      *                    NAME, ORDINAL, TYPE, LENGTH AND SCALE -     *
      *                    AND DISPLAYS ONE LINE PER DIFFERENCE:       *
      *                      ADDED    IN THE CATALOG, NOT REGISTERED   *
      *                      DROPPED  REGISTERED, NOT IN THE CATALOG   *
      *                      CHANGED  ORDINAL/TYPE/LENGTH/SCALE MOVED  *
      *                    A TABLE WITH NO REGISTERED LAYOUT CANNOT    *
      *                    BE VOUCHED FOR AND IS REPORTED AS DRIFT.    *
      *                    THE TABLE IS LCBD2Gnn.TGnn0 FOR TGnn0.      *
      *                                                                *
      *  INPUT PARMS    -  L-SCHK-TABLE-ID  TABLE-ID (TG210 ...)       *
      *                                                                *
      *  OUTPUT PARMS   -  L-SCHK-DIFF-CNT  DIFFERENCES FOUND          *
      *                    L-SCHK-RC        '00' LAYOUT MATCHES,       *
      *                                     '04' DRIFT,                *
      *                                     '01' BAD INPUT,            *
      *                                     '99' DB2 ERROR             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  LCBD2CTL.SCHEMA_LAYOUT                                  R     *
      *  SYSIBM.SYSCOLUMNS                                       R     *
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

      ******************************************************************
      *                                                                *
      *                 D A T A   D I V I S I O N                      *
      *                                                                *
      ******************************************************************

       DATA                            DIVISION.

       WORKING-STORAGE                 SECTION.

       01  WS-START                    PIC  X(40)
           VALUE 'LCBSSCHK - WORKING STORAGE BEGINS HERE'.

      ****************************************************************
      *                                                              *
      *                  W O R K - A R E A S                         *
      *                                                              *
      ****************************************************************

       01  WORKAREAS.

           05  W-TB-CREATOR             PIC  X(08)        VALUE SPACE.
           05  W-TB-NM                  PIC  X(18)        VALUE SPACE.
           05  W-LAYOUT-CNT             PIC S9(09)  COMP  VALUE +0.
           05  W-SQLCODE                PIC  ----9.
           05  S-FETCH-END              PIC  X(01)        VALUE 'N'.
               88  S-FETCH-END-YES                        VALUE 'Y'.

      *    ONE FETCHED DIFFERENCE - REGISTERED (R-) AGAINST
      *    CATALOG (C-).  AN ORDINAL OF ZERO MEANS "NOT THERE".
           05  W-DIFF.
               10  W-DIFF-COL-NM        PIC  X(18).
               10  W-DIFF-R-NO          PIC S9(04)  COMP.
               10  W-DIFF-R-TYPE        PIC  X(08).
               10  W-DIFF-R-LEN         PIC S9(04)  COMP.
               10  W-DIFF-R-SCALE       PIC S9(04)  COMP.
               10  W-DIFF-C-NO          PIC S9(04)  COMP.
               10  W-DIFF-C-TYPE        PIC  X(08).
               10  W-DIFF-C-LEN         PIC S9(04)  COMP.
               10  W-DIFF-C-SCALE       PIC S9(04)  COMP.

      ****************************************************************
      *                                                              *
      *                  D R I F T   L I N E                         *
      *                                                              *
      ****************************************************************

       01  D1-DRIFT-LINE.
           05  FILLER                   PIC  X(14)
                                        VALUE 'SCHEMA DRIFT: '.
           05  D1-TABLE-ID              PIC  X(05).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  D1-COL-NM                PIC  X(18).
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  D1-KIND                  PIC  X(08).
           05  FILLER                   PIC  X(06)  VALUE ' REG #'.
           05  D1-R-NO                  PIC  ZZ9.
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  D1-R-TYPE                PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE '('.
           05  D1-R-LEN                 PIC  ZZZZ9.
           05  FILLER                   PIC  X(01)  VALUE ','.
           05  D1-R-SCALE               PIC  Z9.
           05  FILLER                   PIC  X(08)  VALUE ')  CAT #'.
           05  D1-C-NO                  PIC  ZZ9.
           05  FILLER                   PIC  X(01)  VALUE SPACE.
           05  D1-C-TYPE                PIC  X(08).
           05  FILLER                   PIC  X(01)  VALUE '('.
           05  D1-C-LEN                 PIC  ZZZZ9.
           05  FILLER                   PIC  X(01)  VALUE ','.
           05  D1-C-SCALE               PIC  Z9.
           05  FILLER                   PIC  X(01)  VALUE ')'.

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

           EXEC SQL  INCLUDE    LCBYSLY
           END-EXEC.

      *    EVERY REGISTERED COLUMN THE CATALOG NO LONGER SHOWS THE
      *    SAME WAY, THEN EVERY CATALOG COLUMN NOT REGISTERED AT ALL.
           EXEC SQL
               DECLARE  CURSOR_SCHK  CURSOR  FOR
               SELECT   L.COL_NM
               ,        L.COL_NO
               ,        L.COL_TYPE
               ,        L.COL_LEN
               ,        L.COL_SCALE
               ,        COALESCE(C.COLNO,   0)
               ,        COALESCE(C.COLTYPE, ' ')
               ,        COALESCE(C.LENGTH,  0)
               ,        COALESCE(C.SCALE,   0)
               FROM     LCBD2CTL.SCHEMA_LAYOUT  L
                        LEFT OUTER JOIN  SYSIBM.SYSCOLUMNS  C
                        ON    C.TBCREATOR  =  :W-TB-CREATOR
                        AND   C.TBNAME     =  :W-TB-NM
                        AND   C.NAME       =  L.COL_NM
               WHERE    L.TABLE_ID   =  :SLY-TABLE-ID
               AND     (C.NAME  IS  NULL
                OR      C.COLNO    <>  L.COL_NO
                OR      C.COLTYPE  <>  L.COL_TYPE
                OR      C.LENGTH   <>  L.COL_LEN
                OR      C.SCALE    <>  L.COL_SCALE)
               UNION ALL
               SELECT   C.NAME
               ,        0
               ,        ' '
               ,        0
               ,        0
               ,        C.COLNO
               ,        C.COLTYPE
               ,        C.LENGTH
               ,        C.SCALE
               FROM     SYSIBM.SYSCOLUMNS  C
               WHERE    C.TBCREATOR  =  :W-TB-CREATOR
               AND      C.TBNAME     =  :W-TB-NM
               AND      NOT EXISTS
                       (SELECT  1
                        FROM    LCBD2CTL.SCHEMA_LAYOUT  L
                        WHERE   L.TABLE_ID  =  :SLY-TABLE-ID
                        AND     L.COL_NM    =  C.NAME)
               ORDER BY 2, 6
           END-EXEC.

       01  WS-END                       PIC  X(40)
           VALUE 'LCBSSCHK - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *                 L I N K A G E   S E C T I O N                  *
      *                                                                *
      ******************************************************************

       LINKAGE                         SECTION.

       01  L-SCHK-PARM.

           05  L-SCHK-TABLE-ID          PIC  X(05).
           05  L-SCHK-DIFF-CNT          PIC  S9(04) COMP.
           05  L-SCHK-RC                PIC  X(02).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE                       DIVISION  USING  L-SCHK-PARM.

       S0000-MAIN                      SECTION.

           MOVE  '00'                   TO  L-SCHK-RC.
           MOVE  +0                     TO  L-SCHK-DIFF-CNT.

           IF  L-SCHK-TABLE-ID (1:2)  NOT =  'TG'
           OR  L-SCHK-TABLE-ID (3:2)  NOT NUMERIC
               MOVE  '01'               TO  L-SCHK-RC
               GO TO  S0000-MAIN-EXIT
           END-IF.

           MOVE  L-SCHK-TABLE-ID        TO  SLY-TABLE-ID
                                            W-TB-NM.
           MOVE  SPACES                 TO  W-TB-CREATOR.
           STRING  'LCBD2G'  L-SCHK-TABLE-ID (3:2)
                   DELIMITED BY SIZE  INTO  W-TB-CREATOR
           END-STRING.

           PERFORM  S1000-COUNT-LAYOUT.

           IF  L-SCHK-RC  NOT =  '00'
               GO TO  S0000-MAIN-EXIT
           END-IF.

           IF  W-LAYOUT-CNT  =  ZERO
               DISPLAY  'SCHEMA DRIFT: ' L-SCHK-TABLE-ID
                        ' HAS NO REGISTERED LAYOUT - RUN LCBBGSLY'
               MOVE  +1                 TO  L-SCHK-DIFF-CNT
               MOVE  '04'               TO  L-SCHK-RC
               GO TO  S0000-MAIN-EXIT
           END-IF.

           PERFORM  S2000-LIST-DIFFERENCES.

           IF  L-SCHK-RC  =  '00'
           AND L-SCHK-DIFF-CNT  >  ZERO
               MOVE  '04'               TO  L-SCHK-RC
           END-IF.

       S0000-MAIN-EXIT.

           GOBACK.

      ******************************************************************
      *                                                                *
      *           S 1 0 0 0 - C O U N T - L A Y O U T                  *
      *                                                                *
      ******************************************************************
       S1000-COUNT-LAYOUT              SECTION.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :W-LAYOUT-CNT
               FROM    LCBD2CTL.SCHEMA_LAYOUT
               WHERE   TABLE_ID  =  :SLY-TABLE-ID
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE            TO  W-SQLCODE
               DISPLAY  'LCBSSCHK:DB ERROR SCHEMA_LAYOUT=' W-SQLCODE
               MOVE  '99'               TO  L-SCHK-RC
           END-IF.

       S1000-COUNT-LAYOUT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *           S 2 0 0 0 - L I S T - D I F F E R E N C E S          *
      *                                                                *
      ******************************************************************
       S2000-LIST-DIFFERENCES          SECTION.

           EXEC SQL  OPEN  CURSOR_SCHK  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE            TO  W-SQLCODE
               DISPLAY  'LCBSSCHK:DB ERROR CURSOR OPEN=' W-SQLCODE
               MOVE  '99'               TO  L-SCHK-RC
               GO TO  S2000-LIST-DIFFERENCES-EXIT
           END-IF.

           MOVE  'N'                    TO  S-FETCH-END.

           PERFORM  S2100-FETCH-ONE
                    UNTIL  S-FETCH-END-YES.

           EXEC SQL  CLOSE  CURSOR_SCHK  END-EXEC.

       S2000-LIST-DIFFERENCES-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *           S 2 1 0 0 - F E T C H - O N E                        *
      *                                                                *
      ******************************************************************
       S2100-FETCH-ONE                 SECTION.

           EXEC SQL
               FETCH  CURSOR_SCHK
               INTO   :W-DIFF-COL-NM
               ,      :W-DIFF-R-NO
               ,      :W-DIFF-R-TYPE
               ,      :W-DIFF-R-LEN
               ,      :W-DIFF-R-SCALE
               ,      :W-DIFF-C-NO
               ,      :W-DIFF-C-TYPE
               ,      :W-DIFF-C-LEN
               ,      :W-DIFF-C-SCALE
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  'Y'          TO  S-FETCH-END
                     GO TO  S2100-FETCH-ONE-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE      TO  W-SQLCODE
                     DISPLAY  'LCBSSCHK:DB ERROR CURSOR FETCH='
                              W-SQLCODE
                     MOVE  '99'         TO  L-SCHK-RC
                     MOVE  'Y'          TO  S-FETCH-END
                     GO TO  S2100-FETCH-ONE-EXIT
           END-EVALUATE.

           ADD   +1                     TO  L-SCHK-DIFF-CNT.

           EVALUATE  TRUE
               WHEN  W-DIFF-R-NO  =  ZERO
                     MOVE  'ADDED'      TO  D1-KIND
               WHEN  W-DIFF-C-NO  =  ZERO
                     MOVE  'DROPPED'    TO  D1-KIND
               WHEN  OTHER
                     MOVE  'CHANGED'    TO  D1-KIND
           END-EVALUATE.

           MOVE  L-SCHK-TABLE-ID        TO  D1-TABLE-ID.
           MOVE  W-DIFF-COL-NM          TO  D1-COL-NM.
           MOVE  W-DIFF-R-NO            TO  D1-R-NO.
           MOVE  W-DIFF-R-TYPE          TO  D1-R-TYPE.
           MOVE  W-DIFF-R-LEN           TO  D1-R-LEN.
           MOVE  W-DIFF-R-SCALE         TO  D1-R-SCALE.
           MOVE  W-DIFF-C-NO            TO  D1-C-NO.
           MOVE  W-DIFF-C-TYPE          TO  D1-C-TYPE.
           MOVE  W-DIFF-C-LEN           TO  D1-C-LEN.
           MOVE  W-DIFF-C-SCALE         TO  D1-C-SCALE.

           DISPLAY  D1-DRIFT-LINE.

       S2100-FETCH-ONE-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBSSCHK                          *
      *                                                                *
      ******************************************************************
