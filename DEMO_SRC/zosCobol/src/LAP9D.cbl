      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP9D.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  D                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  SECURITY-PAPER STOCK REGISTER.  FORM T75    *
      *                     AND FORM-02 PRINT ON PRE-NUMBERED PAPER;   *
      *                     THIS TRANSACTION KEEPS THE DRWB.TRWCY      *
      *                     SERIAL RANGES EACH OFFICE HOLDS AND THE    *
      *                     DRWB.TRWCZ SPOILED-SHEET LOG:              *
      *                       R  RECEIVE A RANGE INTO THE OFFICE VAULT *
      *                       A  LOAD (ASSIGN) A RANGE IN A TRWBD      *
      *                          DEVICE - LAP91/LAPB2 TAKE THEIR       *
      *                          SHEETS FROM IT                        *
      *                       S  SPOIL ONE SHEET (JAM/VOID/DAMAGED)    *
      *                       P  REPOSITION THE TOP OF THE LOADED      *
      *                          STACK TO THE SHEET PHYSICALLY ON TOP  *
      *                       I  INQUIRE THE RANGE HOLDING A SERIAL    *
      *                     THE LAPBK DAILY RECONCILIATION BALANCES    *
      *                     THE STOCK AND REPORTS ANY SHEET NEITHER    *
      *                     PRINTED NOR SPOILED.                       *
      *                                                                *
      *  TRANSACTION    -  LA9D                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  200 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  200 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCY (  SECURITY-PAPER STOCK RANGE )             CRU    *
      *  DRWB.TRWCZ (  SPOILED / MISSING SHEET LOG )            CRU    *
      *  DRWB.TRWBD (  PRINT-DEVICE ROUTING TABLE )             R      *
      *  DRWA.TRWAQ (  PRINT / REPRINT AUDIT TRAIL )            R      *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
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
           VALUE 'LAP9D - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP9D             PIC  X(05)  VALUE 'LAP9D'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-CNT                   PIC S9(09)  COMP VALUE +0.
      *    ENGLISH VARIANT OF THE PAPER STOCK'S FORM - PRINTED ON
      *    THE SAME SHEETS, LOGGED UNDER ITS OWN FORM-ID ON TRWAQ.
           05  W-ENG-FORM-ID           PIC  X(06)  VALUE SPACE.

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
               88  W-COMM-ACTION-RECEIVE           VALUE 'R'.
               88  W-COMM-ACTION-ASSIGN            VALUE 'A'.
               88  W-COMM-ACTION-SPOIL             VALUE 'S'.
               88  W-COMM-ACTION-REPOSITION        VALUE 'P'.
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
           05  W-COMM-TXOFF-CD         PIC  X(03).
      *    PAPER STOCK - 'T75' OR 'FORM02'.
           05  W-COMM-FORM-ID          PIC  X(06).
      *    RANGE KEY ('R' ALSO TAKES SERIAL-TO; 'I' FINDS THE RANGE
      *    HOLDING THIS SERIAL).
           05  W-COMM-SERIAL-FROM      PIC  9(09).
           05  W-COMM-SERIAL-TO        PIC  9(09).
      *    'A' ACTION - DEVICE THE RANGE IS LOADED IN (SPACE = THE
      *    OFFICE TERMINAL'S OWN DEVICE).
           05  W-COMM-PRTID            PIC  X(04).
      *    'S' ACTION - THE SPOILED SHEET; 'P' ACTION - THE SHEET
      *    NOW PHYSICALLY ON TOP OF THE STACK.
           05  W-COMM-SERIAL-NO        PIC  9(09).
           05  W-COMM-SPOIL-RSN        PIC  X(01).
           05  W-COMM-RSN-TXT          PIC  X(40).
      *    'I' ACTION OUTPUT.
           05  W-COMM-NEXT-SERIAL      PIC  9(09).
           05  W-COMM-RANGE-STAUS      PIC  X(01).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(18).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCY          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCY   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCZ          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCZ   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAQ          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAQ   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP9D - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(200).

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
      *      DISPATCH ON THE REQUESTED STOCK ACTION.
      *****************************************************************
       S2000-MAIN               SECTION.

      * BLANK SECURITY PAPER IS AS GOOD AS A CERTIFICATE - ONLY
      * OPERATORS THE CENTRAL AUTHORITY TABLE NAMES MAY MOVE IT.
      * INQUIRY STAYS OPEN.
           IF  NOT  W-COMM-ACTION-INQUIRE
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'LAP9DMNT'        TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED FOR MAINTENANCE'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
           END-IF.

           MOVE  W-COMM-FORM-ID        TO  FORM-ID  OF TRWCY.
           EVALUATE  TRUE
               WHEN  FORM-ID-T75 OF TRWCY
                     MOVE  'T75E'          TO  W-ENG-FORM-ID
               WHEN  FORM-ID-FORM02 OF TRWCY
                     MOVE  'F02E'          TO  W-ENG-FORM-ID
               WHEN  OTHER
                     MOVE  C-RC01          TO  W-COMM-RC
                     MOVE  'PAPER STOCK MUST BE T75 OR FORM02'
                                           TO  W-COMM-MSG
                     GO TO  S2000-MAIN-EXIT
           END-EVALUATE.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-RECEIVE
                     PERFORM  S2100-RECEIVE-RANGE
               WHEN  W-COMM-ACTION-ASSIGN
                     PERFORM  S2200-ASSIGN-RANGE
               WHEN  W-COMM-ACTION-SPOIL
                     PERFORM  S2300-SPOIL-SHEET
               WHEN  W-COMM-ACTION-REPOSITION
                     PERFORM  S2400-REPOSITION-TOP
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2500-INQUIRE-RANGE
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-RECEIVE-RANGE
      *      BOOK A DELIVERED SERIAL RANGE INTO THE OFFICE VAULT.  A
      *      RANGE THAT OVERLAPS ANY RANGE ALREADY ON FILE FOR THE
      *      SAME STOCK IS REFUSED - ONE SERIAL, ONE SHEET.
      *****************************************************************
       S2100-RECEIVE-RANGE      SECTION.

           IF  W-COMM-TXOFF-CD     =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SERIAL-FROM  NOT NUMERIC
           OR  W-COMM-SERIAL-TO    NOT NUMERIC
           OR  W-COMM-SERIAL-FROM  =  ZERO
           OR  W-COMM-SERIAL-TO    <  W-COMM-SERIAL-FROM
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OFFICE AND A VALID SERIAL RANGE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-RECEIVE-RANGE-EXIT
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-CNT
                        FROM  DRWB.TRWCY
                       WHERE  FORM_ID      = :W-COMM-FORM-ID
                         AND  SERIAL_FROM <= :W-COMM-SERIAL-TO
                         AND  SERIAL_TO   >= :W-COMM-SERIAL-FROM
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCY SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
               GO TO  S2100-RECEIVE-RANGE-EXIT
           END-IF.

           IF  W-CNT  >  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RANGE OVERLAPS A RANGE ALREADY ON FILE'
                                        TO  W-COMM-MSG
               GO TO  S2100-RECEIVE-RANGE-EXIT
           END-IF.

           MOVE  W-COMM-SERIAL-FROM    TO  SERIAL-FROM  OF TRWCY
                                           NEXT-SERIAL  OF TRWCY
                                           RECON-SERIAL OF TRWCY.
           MOVE  W-COMM-SERIAL-TO      TO  SERIAL-TO    OF TRWCY.
           MOVE  W-COMM-TXOFF-CD       TO  TXOFF-CD     OF TRWCY.
           MOVE  SPACE                 TO  PRTID        OF TRWCY
                                           ASSIGN-DT    OF TRWCY
                                           ASSIGN-OPID  OF TRWCY
                                           RECON-DT     OF TRWCY.
           MOVE  'R'                   TO  RANGE-STAUS  OF TRWCY.
           MOVE  W-SYS-DT              TO  RECV-DT      OF TRWCY.
           MOVE  W-COMM-OPID           TO  RECV-OPID    OF TRWCY.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCY
                             (FORM_ID,
                              SERIAL_FROM,
                              SERIAL_TO,
                              TXOFF_CD,
                              PRTID,
                              NEXT_SERIAL,
                              RANGE_STAUS,
                              RECV_DT,
                              RECV_OPID,
                              ASSIGN_DT,
                              ASSIGN_OPID,
                              RECON_SERIAL,
                              RECON_DT  )
                       VALUES
                             (:TRWCY.FORM-ID,
                              :TRWCY.SERIAL-FROM,
                              :TRWCY.SERIAL-TO,
                              :TRWCY.TXOFF-CD,
                              :TRWCY.PRTID,
                              :TRWCY.NEXT-SERIAL,
                              :TRWCY.RANGE-STAUS,
                              :TRWCY.RECV-DT,
                              :TRWCY.RECV-OPID,
                              :TRWCY.ASSIGN-DT,
                              :TRWCY.ASSIGN-OPID,
                              :TRWCY.RECON-SERIAL,
                              :TRWCY.RECON-DT  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'RANGE RECEIVED'     TO  W-COMM-MSG
               WHEN  -803
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'RANGE ALREADY ON FILE'   TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCY INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2100-RECEIVE-RANGE-EXIT.
           EXIT.
      *****************************************************************
      *S2200-ASSIGN-RANGE
      *      LOAD A VAULT RANGE (OR MOVE A LOADED ONE) INTO A DEVICE.
      *      A NAMED DEVICE MUST BE THE PRIMARY OR ALTERNATE OF ONE
      *      OF THE OFFICE'S TRWBD ROUTES, OR NO PRINT WOULD EVER
      *      TAKE A SHEET FROM IT.
      *****************************************************************
       S2200-ASSIGN-RANGE       SECTION.

           IF  W-COMM-TXOFF-CD  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OFFICE REQUIRED'  TO  W-COMM-MSG
               GO TO  S2200-ASSIGN-RANGE-EXIT
           END-IF.

           IF  W-COMM-PRTID  =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-PRTID
           END-IF.

           IF  W-COMM-PRTID  NOT =  SPACE
               EXEC  SQL  SELECT  COUNT(*)
                            INTO  :W-CNT
                            FROM  DRWB.TRWBD
                           WHERE  TXOFF_CD = :W-COMM-TXOFF-CD
                             AND  (PRIMARY_PRTID = :W-COMM-PRTID
                              OR   ALT_PRTID     = :W-COMM-PRTID)
               END-EXEC
               IF  SQLCODE  NOT =  0
                   MOVE  SQLCODE       TO  W-SQLCODE
                   MOVE  C-RC02        TO  W-COMM-RC
                   MOVE  'TRWBD SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                   MOVE  W-SQLCODE     TO  W-COMM-MSG(32:5)
                   GO TO  S2200-ASSIGN-RANGE-EXIT
               END-IF
               IF  W-CNT  =  ZERO
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'DEVICE IS NOT ON THE OFFICE ROUTING TABLE'
                                        TO  W-COMM-MSG
                   GO TO  S2200-ASSIGN-RANGE-EXIT
               END-IF
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCY
                         SET  PRTID       = :W-COMM-PRTID,
                              RANGE_STAUS = 'A',
                              ASSIGN_DT   = :W-SYS-DT,
                              ASSIGN_OPID = :W-COMM-OPID
                       WHERE  FORM_ID     = :W-COMM-FORM-ID
                         AND  SERIAL_FROM = :W-COMM-SERIAL-FROM
                         AND  TXOFF_CD    = :W-COMM-TXOFF-CD
                         AND  RANGE_STAUS IN ('R', 'A')
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'RANGE LOADED IN DEVICE'  TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO OPEN RANGE FOR THE OFFICE AT THAT SERIAL'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCY UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2200-ASSIGN-RANGE-EXIT.
           EXIT.
      *****************************************************************
      *S2300-SPOIL-SHEET
      *      LOG ONE SPOILED SHEET OF THE OFFICE'S STOCK.  A SHEET
      *      BELOW THE TOP OF THE STACK WAS ALREADY TAKEN BY A PRINT
      *      - THE TRWAQ ROW IT PRINTED IS CARRIED ON THE LOG AND THE
      *      RECONCILIATION COUNTS IT AS SPOILED, NOT PRINTED.  THE
      *      SHEET ON TOP MOVES THE TOP PAST IT; SHEETS FURTHER DOWN
      *      THE STACK ARE SPOILED AS THEY REACH THE TOP, SO THE
      *      SERIAL THE NEXT PRINT TAKES IS ALWAYS THE SHEET IT
      *      PRINTS ON.  A SHEET THE RECONCILIATION ALREADY LOGGED
      *      MISSING IS RECLASSIFIED WHEN IT TURNS UP SPOILED.
      *****************************************************************
       S2300-SPOIL-SHEET        SECTION.

           MOVE  W-COMM-SPOIL-RSN      TO  SPOIL-RSN  OF TRWCZ.
           IF  W-COMM-TXOFF-CD   =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SERIAL-NO  NOT NUMERIC
           OR  NOT  SPOIL-RSN-COUNTER OF TRWCZ
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OFFICE, SERIAL AND REASON J/V/D REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2300-SPOIL-SHEET-EXIT
           END-IF.

           EXEC  SQL  SELECT  SERIAL_FROM, SERIAL_TO, PRTID,
                              NEXT_SERIAL
                        INTO  :TRWCY.SERIAL-FROM,
                              :TRWCY.SERIAL-TO,
                              :TRWCY.PRTID,
                              :TRWCY.NEXT-SERIAL
                        FROM  DRWB.TRWCY
                       WHERE  FORM_ID      = :W-COMM-FORM-ID
                         AND  TXOFF_CD     = :W-COMM-TXOFF-CD
                         AND  SERIAL_FROM <= :W-COMM-SERIAL-NO
                         AND  SERIAL_TO   >= :W-COMM-SERIAL-NO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'SERIAL IS NOT IN A RANGE HELD BY THE OFFICE'
                                        TO  W-COMM-MSG
                     GO TO  S2300-SPOIL-SHEET-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCY SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
                     GO TO  S2300-SPOIL-SHEET-EXIT
           END-EVALUATE.

           IF  W-COMM-SERIAL-NO  >  NEXT-SERIAL OF TRWCY
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'SHEET IS NOT YET ON TOP - SPOIL FROM THE TOP DOWN'
                                        TO  W-COMM-MSG
               GO TO  S2300-SPOIL-SHEET-EXIT
           END-IF.

           MOVE  SPACE                 TO  RCVE-NO-TXOFF OF TRWCZ
                                           RCVE-NO-YY    OF TRWCZ.
           MOVE  ZERO                  TO  RCVE-NO-SEQNO OF TRWCZ.

           IF  W-COMM-SERIAL-NO  <  NEXT-SERIAL OF TRWCY
               EXEC  SQL  SELECT  RCVE_NO_TXOFF, RCVE_NO_YY,
                                  RCVE_NO_SEQNO
                            INTO  :TRWAQ.RCVE-NO-TXOFF,
                                  :TRWAQ.RCVE-NO-YY,
                                  :TRWAQ.RCVE-NO-SEQNO
                            FROM  DRWA.TRWAQ
                           WHERE  PAPER_SERIAL = :W-COMM-SERIAL-NO
                             AND  FORM_ID IN (:W-COMM-FORM-ID,
                                              :W-ENG-FORM-ID)
                           FETCH  FIRST 1 ROW ONLY
               END-EXEC
               IF  SQLCODE  =  0
                   MOVE  RCVE-NO-TXOFF OF TRWAQ
                                       TO  RCVE-NO-TXOFF OF TRWCZ
                   MOVE  RCVE-NO-YY    OF TRWAQ
                                       TO  RCVE-NO-YY    OF TRWCZ
                   MOVE  RCVE-NO-SEQNO OF TRWAQ
                                       TO  RCVE-NO-SEQNO OF TRWCZ
               END-IF
           END-IF.

           MOVE  W-COMM-FORM-ID        TO  FORM-ID     OF TRWCZ.
           MOVE  W-COMM-SERIAL-NO      TO  SERIAL-NO   OF TRWCZ.
           MOVE  W-COMM-TXOFF-CD       TO  TXOFF-CD    OF TRWCZ.
           MOVE  PRTID OF TRWCY        TO  PRTID       OF TRWCZ.
           MOVE  W-COMM-RSN-TXT        TO  RSN-TXT     OF TRWCZ.
           MOVE  W-SYS-DT              TO  SPOIL-DT    OF TRWCZ.
           MOVE  W-SYS-TIME            TO  SPOIL-TIME  OF TRWCZ.
           MOVE  W-COMM-OPID           TO  SPOIL-OPID  OF TRWCZ.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCZ
                             (FORM_ID,
                              SERIAL_NO,
                              TXOFF_CD,
                              PRTID,
                              SPOIL_RSN,
                              RSN_TXT,
                              RCVE_NO_TXOFF,
                              RCVE_NO_YY,
                              RCVE_NO_SEQNO,
                              SPOIL_DT,
                              SPOIL_TIME,
                              SPOIL_OPID  )
                       VALUES
                             (:TRWCZ.FORM-ID,
                              :TRWCZ.SERIAL-NO,
                              :TRWCZ.TXOFF-CD,
                              :TRWCZ.PRTID,
                              :TRWCZ.SPOIL-RSN,
                              :TRWCZ.RSN-TXT,
                              :TRWCZ.RCVE-NO-TXOFF,
                              :TRWCZ.RCVE-NO-YY,
                              :TRWCZ.RCVE-NO-SEQNO,
                              :TRWCZ.SPOIL-DT,
                              :TRWCZ.SPOIL-TIME,
                              :TRWCZ.SPOIL-OPID  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  -803
                     PERFORM  S2350-RECLASS-MISSING
                     GO TO  S2300-SPOIL-SHEET-EXIT
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCZ INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
                     GO TO  S2300-SPOIL-SHEET-EXIT
           END-EVALUATE.

           IF  W-COMM-SERIAL-NO  <  NEXT-SERIAL OF TRWCY
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'SHEET LOGGED SPOILED'     TO  W-COMM-MSG
               GO TO  S2300-SPOIL-SHEET-EXIT
           END-IF.

      * THE SPOILED SHEET IS THE TOP ONE - NO PRINT MAY TAKE IT NOW.
      * THE GUARD ON NEXT_SERIAL LOSES TO A PRINT THAT TOOK THE TOP
      * SHEET IN THE MEANTIME; THE CLERK SIMPLY RETRIES.
           EXEC  SQL  UPDATE  DRWB.TRWCY
                         SET  NEXT_SERIAL = :W-COMM-SERIAL-NO + 1,
                              RANGE_STAUS =
                              CASE WHEN :W-COMM-SERIAL-NO + 1
                                        > SERIAL_TO
                                   THEN 'X' ELSE RANGE_STAUS END
                       WHERE  FORM_ID     = :W-COMM-FORM-ID
                         AND  SERIAL_FROM = :TRWCY.SERIAL-FROM
                         AND  NEXT_SERIAL = :TRWCY.NEXT-SERIAL
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'SHEET LOGGED SPOILED, TOP OF STACK MOVED'
                                        TO  W-COMM-MSG
               WHEN  100
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'STACK MOVED - ENTER THE SPOIL AGAIN'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCY UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2300-SPOIL-SHEET-EXIT.
           EXIT.
      *****************************************************************
      *S2350-RECLASS-MISSING
      *      THE SHEET IS ALREADY ON THE LOG.  ONLY A RECONCILIATION
      *      'M' ENTRY MAY BE OVERWRITTEN - THE SHEET HAS TURNED UP
      *      AND IS NO LONGER A POSSIBLE THEFT.  A SECOND COUNTER
      *      SPOIL OF THE SAME SHEET IS REFUSED.
      *****************************************************************
       S2350-RECLASS-MISSING    SECTION.

           EXEC  SQL  UPDATE  DRWB.TRWCZ
                         SET  SPOIL_RSN  = :TRWCZ.SPOIL-RSN,
                              RSN_TXT    = :TRWCZ.RSN-TXT,
                              SPOIL_OPID = :TRWCZ.SPOIL-OPID
                       WHERE  FORM_ID    = :TRWCZ.FORM-ID
                         AND  SERIAL_NO  = :TRWCZ.SERIAL-NO
                         AND  SPOIL_RSN  = 'M'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'MISSING SHEET FOUND - RECLASSIFIED SPOILED'
                                        TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'SHEET ALREADY LOGGED SPOILED'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCZ UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2350-RECLASS-MISSING-EXIT.
           EXIT.
      *****************************************************************
      *S2400-REPOSITION-TOP
      *      MOVE THE TOP OF A RANGE FORWARD TO THE SHEET NOW
      *      PHYSICALLY ON TOP OF THE STACK.  NEVER BACKWARD - A
      *      SERIAL ONCE TAKEN IS NOT HANDED OUT TWICE.  THE SHEETS
      *      SKIPPED OVER MUST BE LOGGED SPOILED, OR THE NEXT
      *      RECONCILIATION REPORTS THEM MISSING.  ONE PAST SERIAL-TO
      *      CLOSES THE RANGE.
      *****************************************************************
       S2400-REPOSITION-TOP     SECTION.

           IF  W-COMM-TXOFF-CD   =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SERIAL-NO  NOT NUMERIC
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OFFICE AND THE NEW TOP SERIAL REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2400-REPOSITION-TOP-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCY
                         SET  NEXT_SERIAL = :W-COMM-SERIAL-NO,
                              RANGE_STAUS =
                              CASE WHEN :W-COMM-SERIAL-NO > SERIAL_TO
                                   THEN 'X' ELSE RANGE_STAUS END
                       WHERE  FORM_ID      = :W-COMM-FORM-ID
                         AND  SERIAL_FROM  = :W-COMM-SERIAL-FROM
                         AND  TXOFF_CD     = :W-COMM-TXOFF-CD
                         AND  RANGE_STAUS IN ('R', 'A')
                         AND  NEXT_SERIAL  < :W-COMM-SERIAL-NO
                         AND  SERIAL_TO + 1 >= :W-COMM-SERIAL-NO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'TOP OF STACK REPOSITIONED'
                                        TO  W-COMM-MSG
               WHEN  100
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'NEW TOP MUST BE AHEAD OF THE TOP, IN RANGE'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCY UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2400-REPOSITION-TOP-EXIT.
           EXIT.
      *****************************************************************
      *S2500-INQUIRE-RANGE
      *      RETURN THE RANGE OF THE STOCK HOLDING SERIAL-FROM.
      *****************************************************************
       S2500-INQUIRE-RANGE      SECTION.

           EXEC  SQL  SELECT  SERIAL_FROM, SERIAL_TO, TXOFF_CD,
                              PRTID, NEXT_SERIAL, RANGE_STAUS
                        INTO  :TRWCY.SERIAL-FROM,
                              :TRWCY.SERIAL-TO,
                              :TRWCY.TXOFF-CD,
                              :TRWCY.PRTID,
                              :TRWCY.NEXT-SERIAL,
                              :TRWCY.RANGE-STAUS
                        FROM  DRWB.TRWCY
                       WHERE  FORM_ID      = :W-COMM-FORM-ID
                         AND  SERIAL_FROM <= :W-COMM-SERIAL-FROM
                         AND  SERIAL_TO   >= :W-COMM-SERIAL-FROM
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  SERIAL-FROM OF TRWCY
                                        TO  W-COMM-SERIAL-FROM
                     MOVE  SERIAL-TO   OF TRWCY
                                        TO  W-COMM-SERIAL-TO
                     MOVE  TXOFF-CD    OF TRWCY
                                        TO  W-COMM-TXOFF-CD
                     MOVE  PRTID       OF TRWCY
                                        TO  W-COMM-PRTID
                     MOVE  NEXT-SERIAL OF TRWCY
                                        TO  W-COMM-NEXT-SERIAL
                     MOVE  RANGE-STAUS OF TRWCY
                                        TO  W-COMM-RANGE-STAUS
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'RANGE NOT FOUND'    TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCY SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S2500-INQUIRE-RANGE-EXIT.
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
                       TIME    (W-TIME)
                       DATESEP
                       TIMESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

           MOVE  W-TIME(1:2)           TO  W-SYS-TIME(1:2).
           MOVE  W-TIME(4:2)           TO  W-SYS-TIME(3:2).
           MOVE  W-TIME(7:2)           TO  W-SYS-TIME(5:2).

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
      *              PROGRAM  ID  :  LAP9D                             *
      *                                                                *
      ******************************************************************
