      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP9B.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  B                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  LIST THE DRWB.TRWCO FIELD-LEVEL CHANGE      *
      *                     HISTORY OF ONE MASTER:  A BUSINESS ID      *
      *                     ('B') GIVES ITS DTAA.TTAAA CHANGES, A      *
      *                     RESIDENT ID ('R') ITS DTIA.TTIAA CHANGES   *
      *                     AND THE DTIA.TTIAB ADDRESS CHANGES OF THE  *
      *                     HOUSEHOLD IT HEADS.  EACH LINE CARRIES THE *
      *                     FIELD, ITS BEFORE AND AFTER VALUE, THE     *
      *                     PROGRAM, OPERATOR, DATE/TIME AND THE       *
      *                     RECEIPT OR EVENT BEHIND THE CHANGE.        *
      *                                                                *
      *  TRANSACTION    -  LA9B                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  1500 BYTE            *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  1500 BYTE            *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCO (  MASTER CHANGE HISTORY      )              R     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  NEWEST CHANGE FIRST, PAGED BY THE CHANGE    *
      *                     SEQUENCE:  PASS BACK THE LAST SEQUENCE     *
      *                     RETURNED TO GET THE NEXT (OLDER) PAGE;     *
      *                     ZERO STARTS FROM THE LATEST CHANGE.        *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/10/15    S.K.CHOI         INITIAL CODING                  *
      ******************************************************************
           EJECT
      *****************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      ******************************************************************
       DATA                            DIVISION.

      ******************************************************************
      *                                                                *
      *                 W O R K I N G   S T O R A G E                  *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
       01  WS-START                    PIC X(50)
           VALUE 'LAP9B - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP9B             PIC  X(05)  VALUE 'LAP9B'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-LIST-MAX              PIC  S9(04) COMP VALUE +8.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-LIST-END              PIC  X(01)  VALUE 'N'.
               88  S-LIST-END-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-LIST-IX               PIC  S9(04) COMP VALUE ZERO.
      *    MASTER TYPES OF THE KEY: 'A' FOR A BUSINESS ID, 'I' AND 'H'
      *    FOR A RESIDENT ID
           05  W-MASTER-TP-1           PIC  X(01).
           05  W-MASTER-TP-2           PIC  X(01).
           05  W-START-SEQNO           PIC  S9(05) COMP-3.

       01  W-COMM-AREA.
           05  W-COMM-KEY-TP           PIC  X(01).
               88  W-COMM-KEY-BUSNID               VALUE 'B'.
               88  W-COMM-KEY-RESID                VALUE 'R'.
           05  W-COMM-MASTER-ID        PIC  X(13).
      *    THE LAST SEQUENCE OF THE PREVIOUS PAGE (ZERO = LATEST)
           05  W-COMM-START-SEQNO      PIC  9(05).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
      *    LIST REPLY - THE NEXT OLDER CHANGES OF THE MASTER
           05  W-COMM-LIST-CNT         PIC  9(02).
           05  W-COMM-LIST             OCCURS 8 TIMES.
               10  W-COMM-L-SEQNO      PIC  9(05).
               10  W-COMM-L-MASTER-TP  PIC  X(01).
               10  W-COMM-L-TXPAYER-TP PIC  X(01).
               10  W-COMM-L-FIELD-NM   PIC  X(18).
               10  W-COMM-L-BEFORE     PIC  X(40).
               10  W-COMM-L-AFTER      PIC  X(40).
               10  W-COMM-L-PGM-ID     PIC  X(08).
               10  W-COMM-L-OPID       PIC  X(08).
               10  W-COMM-L-EVENT-KEY  PIC  X(20).
               10  W-COMM-L-CHG-DT     PIC  X(08).
               10  W-COMM-L-CHG-TIME   PIC  X(06).
           05  FILLER                  PIC  X(157).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCO          *
      *                                *    MASTER CHANGE HISTORY     *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCO   END-EXEC.

      *                                ********************************
      *                                *    CHANGES OF ONE MASTER     *
      *                                ********************************
           EXEC  SQL   DECLARE  CURSOR_HIST  CURSOR  FOR
                       SELECT   CHG_SEQNO, MASTER_TP, TXPAYER_TP,
                                FIELD_NM, BEFORE_VAL, AFTER_VAL,
                                PGM_ID, CHG_OPID, EVENT_KEY,
                                CHG_DT, CHG_TIME
                         FROM   DRWB.TRWCO
                        WHERE   MASTER_ID  = :W-COMM-MASTER-ID
                          AND   MASTER_TP IN (:W-MASTER-TP-1,
                                              :W-MASTER-TP-2)
                          AND   CHG_SEQNO  < :W-START-SEQNO
                        ORDER   BY CHG_SEQNO DESC
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP9B - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(1500).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE               DIVISION.

       S0000-BEGIN              SECTION.

           PERFORM   S1000-INIT.

           PERFORM   S2000-MAIN.

           PERFORM   S9000-FINAL.

       S0000-BEGIN-EXIT.
           EXIT.
      *****************************************************************
      *S1000-INIT
      *****************************************************************
       S1000-INIT               SECTION.

           MOVE  L-COMM-AREA           TO  W-COMM-AREA.
           MOVE  SPACE                 TO  W-COMM-RC
                                            W-COMM-MSG.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *      VALIDATE THE KEY AND LIST THE NEXT PAGE OF CHANGES.
      *****************************************************************
       S2000-MAIN               SECTION.

           IF  W-COMM-MASTER-ID     =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'BUSINESS OR RESIDENT ID REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-KEY-BUSNID
                     MOVE  'A'               TO  W-MASTER-TP-1
                                                 W-MASTER-TP-2
               WHEN  W-COMM-KEY-RESID
                     MOVE  'I'               TO  W-MASTER-TP-1
                     MOVE  'H'               TO  W-MASTER-TP-2
               WHEN  OTHER
                     MOVE  C-RC01            TO  W-COMM-RC
                     MOVE  'KEY TYPE MUST BE B OR R'
                                              TO  W-COMM-MSG
                     GO TO  S2000-MAIN-EXIT
           END-EVALUATE.

           IF  W-COMM-START-SEQNO   NOT NUMERIC  OR
               W-COMM-START-SEQNO   =  ZERO
               MOVE  99999             TO  W-START-SEQNO
           ELSE
               MOVE  W-COMM-START-SEQNO
                                       TO  W-START-SEQNO
           END-IF.

           PERFORM  S2100-LIST-HISTORY.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-LIST-HISTORY
      *      FILL THE REPLY LIST WITH THE NEXT OLDER CHANGES OF THE
      *      MASTER BELOW THE SEQUENCE PASSED IN.
      *****************************************************************
       S2100-LIST-HISTORY       SECTION.

           MOVE  ZERO                  TO  W-COMM-LIST-CNT
                                           W-LIST-IX.
           MOVE  'N'                   TO  S-LIST-END.

           EXEC  SQL  OPEN  CURSOR_HIST  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCO OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:27)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(28:5)
               GO TO  S2100-LIST-HISTORY-EXIT
           END-IF.

           PERFORM  S2110-FETCH-HISTORY
               UNTIL  S-LIST-END-YES
                  OR  W-LIST-IX  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE CURSOR_HIST  END-EXEC.

           MOVE  W-LIST-IX             TO  W-COMM-LIST-CNT.

           IF  W-LIST-IX  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO FURTHER CHANGES RECORDED FOR THIS ID'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  W-COMM-L-SEQNO (W-LIST-IX)
                                       TO  W-COMM-START-SEQNO
           END-IF.

       S2100-LIST-HISTORY-EXIT.
           EXIT.
      *****************************************************************
      *S2110-FETCH-HISTORY
      *****************************************************************
       S2110-FETCH-HISTORY      SECTION.

           EXEC  SQL  FETCH  CURSOR_HIST
                       INTO  :TRWCO.CHG-SEQNO,
                             :TRWCO.MASTER-TP,
                             :TRWCO.TXPAYER-TP,
                             :TRWCO.FIELD-NM,
                             :TRWCO.BEFORE-VAL,
                             :TRWCO.AFTER-VAL,
                             :TRWCO.PGM-ID,
                             :TRWCO.CHG-OPID,
                             :TRWCO.EVENT-KEY,
                             :TRWCO.CHG-DT,
                             :TRWCO.CHG-TIME
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-LIST-END
               GO TO  S2110-FETCH-HISTORY-EXIT
           END-IF.

           ADD   1                     TO  W-LIST-IX.
           MOVE  CHG-SEQNO  OF TRWCO   TO  W-COMM-L-SEQNO (W-LIST-IX).
           MOVE  MASTER-TP  OF TRWCO
                                  TO  W-COMM-L-MASTER-TP  (W-LIST-IX).
           MOVE  TXPAYER-TP OF TRWCO
                                  TO  W-COMM-L-TXPAYER-TP (W-LIST-IX).
           MOVE  FIELD-NM   OF TRWCO
                                  TO  W-COMM-L-FIELD-NM   (W-LIST-IX).
           MOVE  BEFORE-VAL OF TRWCO  TO  W-COMM-L-BEFORE (W-LIST-IX).
           MOVE  AFTER-VAL  OF TRWCO  TO  W-COMM-L-AFTER  (W-LIST-IX).
           MOVE  PGM-ID     OF TRWCO  TO  W-COMM-L-PGM-ID (W-LIST-IX).
           MOVE  CHG-OPID   OF TRWCO  TO  W-COMM-L-OPID   (W-LIST-IX).
           MOVE  EVENT-KEY  OF TRWCO
                                  TO  W-COMM-L-EVENT-KEY  (W-LIST-IX).
           MOVE  CHG-DT     OF TRWCO  TO  W-COMM-L-CHG-DT (W-LIST-IX).
           MOVE  CHG-TIME   OF TRWCO
                                  TO  W-COMM-L-CHG-TIME   (W-LIST-IX).

       S2110-FETCH-HISTORY-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LAP9B                             *
      *                                                                *
      ******************************************************************
