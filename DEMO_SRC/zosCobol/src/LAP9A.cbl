      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP9A.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  A                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  WORK THE DRWB.TRWCN CORPORATE-REGISTRY      *
      *                     RECONCILIATION LINES OF ONE OFFICE:  LIST  *
      *                     ITS OPEN LINES ('L'), OR CLOSE ONE LINE AS *
      *                     CLEARED ('C') OR IGNORED ('I') WITH A      *
      *                     NOTE.  THE LINES ARE RAISED BY THE MONTHLY *
      *                     LAPBI RUN AGAINST THE COMMERCIAL-REGISTRY  *
      *                     EXTRACT.                                   *
      *                                                                *
      *  TRANSACTION    -  LA9A                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  500 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  500 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCN (  CORPORATE-REGISTRY RECON LINE )           RU    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  THE LIST IS PAGED BY BUSINESS ID AND ITEM:  *
      *                     PASS BACK THE LAST LINE RETURNED TO GET    *
      *                     THE NEXT PAGE; A MONTH NARROWS IT TO ONE   *
      *                     RUN.  ONLY AN OPEN LINE CAN BE CLEARED OR  *
      *                     IGNORED.  AN IGNORED LINE KEEPS LAPBI FROM *
      *                     RAISING THE SAME VALUES AGAIN IN A LATER   *
      *                     MONTH; A CLEARED ONE DOES NOT.             *
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
           VALUE 'LAP9A - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP9A             PIC  X(05)  VALUE 'LAP9A'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-LIST-MAX              PIC  S9(04) COMP VALUE +5.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
           05  S-LIST-END              PIC  X(01)  VALUE 'N'.
               88  S-LIST-END-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-LIST-IX               PIC  S9(04) COMP VALUE ZERO.
           05  W-NEW-STAUS             PIC  X(01).

      *****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
      *    CARRIED AS LCBSAUTH ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID         PIC  X(08).
               10  L-SAUTH-FUNC-CD      PIC  X(08).
               10  L-SAUTH-CHK-CNT      PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY        PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-LIST              VALUE 'L'.
               88  W-COMM-ACTION-CLEAR             VALUE 'C'.
               88  W-COMM-ACTION-IGNORE            VALUE 'I'.
           05  W-COMM-TXOFF-CD         PIC  X(03).
      *    ON 'L' AN OPTIONAL RUN MONTH; ON 'C'/'I' THE LINE'S MONTH
           05  W-COMM-RECON-YM         PIC  X(06).
      *    ON 'L' THE LAST LINE OF THE PREVIOUS PAGE (BLANK = FIRST)
           05  W-COMM-BUSNID           PIC  X(10).
           05  W-COMM-ITEM-TP          PIC  X(01).
           05  W-COMM-NOTE             PIC  X(40).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
      *    LIST REPLY - THE NEXT OPEN LINES OF THE OFFICE
           05  W-COMM-LIST-CNT         PIC  9(02).
           05  W-COMM-LIST             OCCURS 5 TIMES.
               10  W-COMM-L-BUSNID     PIC  X(10).
               10  W-COMM-L-ITEM-TP    PIC  X(01).
               10  W-COMM-L-RECON-YM   PIC  X(06).
               10  W-COMM-L-STAUS      PIC  X(01).
               10  W-COMM-L-REGISTRY   PIC  X(25).
               10  W-COMM-L-OURS       PIC  X(25).
           05  FILLER                  PIC  X(07).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCN          *
      *                                *    CORP-REGISTRY RECON LINE  *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCN   END-EXEC.

      *                                ********************************
      *                                *    OPEN LINES OF ONE OFFICE  *
      *                                ********************************
           EXEC  SQL   DECLARE  CURSOR_RECON  CURSOR  FOR
                       SELECT   BUSNID, ITEM_TP, RECON_YM, WORK_STAUS,
                                REGISTRY_VAL, OUR_VAL
                         FROM   DRWB.TRWCN
                        WHERE   TXOFF_CD   = :W-COMM-TXOFF-CD
                          AND   WORK_STAUS = 'O'
                          AND ( RECON_YM   = :W-COMM-RECON-YM
                           OR  :W-COMM-RECON-YM = ' ' )
                          AND ( BUSNID     > :W-COMM-BUSNID
                           OR ( BUSNID     = :W-COMM-BUSNID
                          AND   ITEM_TP    > :W-COMM-ITEM-TP ) )
                        ORDER   BY BUSNID, ITEM_TP, RECON_YM
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP9A - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(500).

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
           PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *      DISPATCH ON THE REQUESTED ACTION.
      *****************************************************************
       S2000-MAIN               SECTION.

      * CLOSING A LINE DECIDES WHETHER THE DIFFERENCE IS RAISED AGAIN -
      * THE CENTRAL AUTHORITY TABLE SAYS WHO MAY DO IT.  THE LIST
      * STAYS OPEN TO THE OFFICE.
           IF  NOT  W-COMM-ACTION-LIST
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'LAP9ARCN'        TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED TO CLOSE LINES'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
           END-IF.

           IF  W-COMM-TXOFF-CD      =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TAX OFFICE CODE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-RECON-YM      =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-RECON-YM
           END-IF.
           IF  W-COMM-BUSNID        =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-BUSNID
           END-IF.
           IF  W-COMM-ITEM-TP       =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-ITEM-TP
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-LIST
                     PERFORM  S2100-LIST-LINES
               WHEN  W-COMM-ACTION-CLEAR
                     MOVE  'C'               TO  W-NEW-STAUS
                     PERFORM  S2300-CLOSE-LINE
               WHEN  W-COMM-ACTION-IGNORE
                     MOVE  'I'               TO  W-NEW-STAUS
                     PERFORM  S2300-CLOSE-LINE
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-LIST-LINES
      *      FILL THE REPLY LIST WITH THE NEXT OPEN LINES OF THE
      *      OFFICE AFTER THE BUSINESS ID / ITEM PASSED IN.
      *****************************************************************
       S2100-LIST-LINES         SECTION.

           MOVE  ZERO                  TO  W-COMM-LIST-CNT
                                           W-LIST-IX.
           MOVE  'N'                   TO  S-LIST-END.

           EXEC  SQL  OPEN  CURSOR_RECON  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCN OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:27)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(28:5)
               GO TO  S2100-LIST-LINES-EXIT
           END-IF.

           PERFORM  S2110-FETCH-LINE
               UNTIL  S-LIST-END-YES
                  OR  W-LIST-IX  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE CURSOR_RECON  END-EXEC.

           MOVE  W-LIST-IX             TO  W-COMM-LIST-CNT.

           IF  W-LIST-IX  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO FURTHER OPEN LINES FOR THIS OFFICE'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  W-COMM-L-BUSNID  (W-LIST-IX)  TO  W-COMM-BUSNID
               MOVE  W-COMM-L-ITEM-TP (W-LIST-IX)  TO  W-COMM-ITEM-TP
           END-IF.

       S2100-LIST-LINES-EXIT.
           EXIT.
      *****************************************************************
      *S2110-FETCH-LINE
      *****************************************************************
       S2110-FETCH-LINE         SECTION.

           EXEC  SQL  FETCH  CURSOR_RECON
                       INTO  :TRWCN.BUSNID,
                             :TRWCN.ITEM-TP,
                             :TRWCN.RECON-YM,
                             :TRWCN.WORK-STAUS,
                             :TRWCN.REGISTRY-VAL,
                             :TRWCN.OUR-VAL
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-LIST-END
               GO TO  S2110-FETCH-LINE-EXIT
           END-IF.

           ADD   1                     TO  W-LIST-IX.
           MOVE  BUSNID       OF TRWCN TO  W-COMM-L-BUSNID  (W-LIST-IX).
           MOVE  ITEM-TP      OF TRWCN TO  W-COMM-L-ITEM-TP (W-LIST-IX).
           MOVE  RECON-YM     OF TRWCN
                                  TO  W-COMM-L-RECON-YM (W-LIST-IX).
           MOVE  WORK-STAUS   OF TRWCN TO  W-COMM-L-STAUS   (W-LIST-IX).
           MOVE  REGISTRY-VAL OF TRWCN
                                  TO  W-COMM-L-REGISTRY (W-LIST-IX).
           MOVE  OUR-VAL      OF TRWCN TO  W-COMM-L-OURS    (W-LIST-IX).

       S2110-FETCH-LINE-EXIT.
           EXIT.
      *****************************************************************
      *S2300-CLOSE-LINE
      *      CLOSE ONE OPEN LINE OF THE OFFICE AS CLEARED OR IGNORED,
      *      WITH THE OFFICER'S NOTE.
      *****************************************************************
       S2300-CLOSE-LINE         SECTION.

           IF  W-COMM-RECON-YM      =  SPACE
           OR  W-COMM-BUSNID        =  SPACE
           OR  W-COMM-ITEM-TP       =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'MONTH, BUSINESS ID AND ITEM REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2300-CLOSE-LINE-EXIT
           END-IF.

           IF  W-COMM-NOTE          =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'A NOTE IS REQUIRED TO CLOSE A LINE'
                                        TO  W-COMM-MSG
               GO TO  S2300-CLOSE-LINE-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCN
                         SET  WORK_STAUS   = :W-NEW-STAUS,
                              STAUS_DT     = :W-SYS-DT,
                              STAUS_OPID   = :W-COMM-OPID,
                              STAUS_NOTE   = :W-COMM-NOTE
                       WHERE  RECON_YM     = :W-COMM-RECON-YM
                         AND  BUSNID       = :W-COMM-BUSNID
                         AND  ITEM_TP      = :W-COMM-ITEM-TP
                         AND  TXOFF_CD     = :W-COMM-TXOFF-CD
                         AND  WORK_STAUS   = 'O'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     IF  W-NEW-STAUS  =  'C'
                         MOVE  'LINE CLEARED'  TO  W-COMM-MSG
                     ELSE
                         MOVE  'LINE IGNORED'  TO  W-COMM-MSG
                     END-IF
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO OPEN LINE OF THIS OFFICE FOUND'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCN UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2300-CLOSE-LINE-EXIT.
           EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
       S8200-GET-SYSTEM-DATE    SECTION.

           EXEC  CICS  ASKTIME
                       ABSTIME (W-ABSTIME)
           END-EXEC.

           EXEC  CICS  FORMATTIME
                       ABSTIME (W-ABSTIME)
                       YYYYMMDD(W-DB2DATE)
                       DATESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           IF  S-ROLLBACK-YES
               EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
           END-IF.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LAP9A                             *
      *                                                                *
      ******************************************************************
