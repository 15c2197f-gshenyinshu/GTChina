      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBSMHST.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L C B S M H S T                             *
      *                                                                *
      *  FUNCTION       -  COMMON MASTER CHANGE-HISTORY WRITER.        *
      *                    EVERY PROGRAM THAT UPDATES THE TTAAA        *
      *                    BUSINESS MASTER OR THE TTIAA / TTIAB        *
      *                    INDIVIDUAL MASTER CALLS THIS SERVICE IN     *
      *                    THE SAME UNIT OF WORK WITH THE FIELDS IT    *
      *                    SET; ONE DRWB.TRWCO ROW IS WRITTEN FOR      *
      *                    EACH FIELD WHOSE VALUE REALLY CHANGED,      *
      *                    STAMPED WITH THE PROGRAM, OPERATOR, DATE,   *
      *                    TIME AND CAUSING RECEIPT OR EVENT, AND      *
      *                    CHAINED THROUGH LCBSHASH UNDER 'TRWCO'      *
      *                    WITH THE OTHER AUDIT TABLES.  READ BACK     *
      *                    ON-LINE BY LAP9B.                           *
      *                                                                *
      *  INPUT PARMS    -  LCBSMHST-USERAREA (LCBYMHST)                *
      *                    MHST-MASTER-TP   'A' TTAAA, 'I' TTIAA,      *
      *                                     'H' TTIAB                  *
      *                    MHST-MASTER-ID   BUSNID OR RESID            *
      *                    MHST-TXPAYER-TP  TAXPAYER TYPE OF THE ROW   *
      *                    MHST-PGM-ID      UPDATING PROGRAM           *
      *                    MHST-OPID        OPERATOR                   *
      *                    MHST-EVENT-KEY   CAUSING RECEIPT / EVENT    *
      *                    MHST-FIELD (10)  NAME, BEFORE, AFTER        *
      *                                                                *
      *  OUTPUT PARMS   -  MHST-ROW-CNT     HISTORY ROWS WRITTEN       *
      *                    MHST-RTN-CD      '00' WRITTEN (OR NOTHING   *
      *                                          CHANGED),             *
      *                                     '01' BAD INPUT,            *
      *                                     '08' DB2 OR CHAIN ERROR    *
      *                                          (SQLCODE IN           *
      *                                          MHST-SQLCODE)         *
      *                                                                *
      *  TABLES         -  DRWB.TRWCO  MASTER CHANGE HISTORY   CR      *
      *                    LCBD2CTL.AUDIT_HCHAIN VIA LCBSHASH  CR      *
      *                                                                *
      *  SPECIAL LOGIC  -  NOTHING IS COMMITTED HERE.  A NON-ZERO      *
      *                    RETURN LEAVES THE CALLER TO BACK OUT THE    *
      *                    MASTER UPDATE WITH THE HISTORY, SO A        *
      *                    MASTER CHANGE IS NEVER KEPT WITHOUT ITS     *
      *                    HISTORY ROW.                                *
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
           VALUE 'LCBSMHST - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-FIELD-MAX             PIC  9(02)       VALUE 10.
           05  C-IMG-LEN               PIC S9(04)  COMP VALUE +168.
           05  C-PGM-LCBSHASH          PIC  X(08)  VALUE 'LCBSHASH'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-IX                    PIC S9(04)  COMP VALUE +0.
           05  W-SEQNO                 PIC S9(05)  COMP-3 VALUE +0.
           05  W-SEQNO-DSP             PIC  9(05)       VALUE 0.

      ******************************************************************
      *    HOST VARIABLES                                              *
      ******************************************************************
       01  HOST-VARIABLES.
           05  H-MASTER-ID             PIC  X(13).
           05  H-MAX-SEQNO             PIC S9(05)  COMP-3.
           05  H-MAX-SEQNO-IND         PIC S9(04)  COMP.
           05  H-CHG-DT                PIC  X(08).
           05  H-CHG-TIME              PIC  X(06).

      ******************************************************************
      *    LCBSHASH PARAMETER AREA - CARRIED AS LCBSHASH ITSELF        *
      *    DEFINES IT.                                                 *
      ******************************************************************
       01  L-HASH-PARM.
           05  L-HASH-TABLE-NM         PIC  X(08).
           05  L-HASH-ROW-KEY          PIC  X(64).
           05  L-HASH-IMG-LEN          PIC  S9(04) COMP.
           05  L-HASH-IMG              PIC  X(300).
           05  L-HASH-RC               PIC  X(02).

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

           EXEC SQL  INCLUDE    RWOCO
           END-EXEC.

       01  WS-END                       PIC  X(40)
           VALUE 'LCBSMHST - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *                 L I N K A G E   S E C T I O N                  *
      *                                                                *
      ******************************************************************

       LINKAGE                         SECTION.

       01  LCBSMHST-USERAREA.
           COPY  LCBYMHST.

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE  DIVISION  USING  LCBSMHST-USERAREA.

       S0100-MAIN                      SECTION.

           INITIALIZE  MHST-OUTPUT.
           MOVE  '00'                  TO  MHST-RTN-CD.

           IF  MHST-MASTER-ID  =  SPACE  OR  LOW-VALUE
           OR  MHST-PGM-ID  =  SPACE
           OR  MHST-FIELD-CNT  NOT NUMERIC
           OR  MHST-FIELD-CNT  <  1
           OR  MHST-FIELD-CNT  >  C-FIELD-MAX
               MOVE  '01'              TO  MHST-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           IF  MHST-MASTER-TP  NOT =  'A'
           AND MHST-MASTER-TP  NOT =  'I'
           AND MHST-MASTER-TP  NOT =  'H'
               MOVE  '01'              TO  MHST-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           MOVE  MHST-MASTER-ID        TO  H-MASTER-ID.

           PERFORM  S1000-START-SEQUENCE.

           IF  NOT  MHST-RTN-NORMAL
               GO TO  S0100-MAIN-EXIT
           END-IF.

           PERFORM  S2000-ONE-FIELD
                    VARYING  W-IX  FROM  1  BY  1
                    UNTIL    W-IX  >  MHST-FIELD-CNT
                       OR    NOT  MHST-RTN-NORMAL.

       S0100-MAIN-EXIT.

           GOBACK.

      ******************************************************************
      *                                                                *
      *         S 1 0 0 0 - S T A R T - S E Q U E N C E                *
      *                                                                *
      *    THE LAST SEQUENCE NUMBER ALREADY USED BY THE MASTER, AND    *
      *    THE DB2 DATE AND TIME EVERY ROW OF THIS CALL IS STAMPED     *
      *    WITH - THE SAME CLOCK LCBSHASH STAMPS THE CHAIN LINK WITH.  *
      *                                                                *
      ******************************************************************

       S1000-START-SEQUENCE            SECTION.

           EXEC  SQL
                 SELECT  MAX(CHG_SEQNO)
                 ,       REPLACE(CHAR(CURRENT DATE, ISO), '-', '')
                 ,       SUBSTR(REPLACE(CHAR(CURRENT TIME, ISO),
                                '.', ''), 1, 6)
                 INTO   :H-MAX-SEQNO  :H-MAX-SEQNO-IND
                 ,      :H-CHG-DT
                 ,      :H-CHG-TIME
                 FROM    DRWB.TRWCO
                 WHERE   MASTER_ID  =  :H-MASTER-ID
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S1000-START-SEQUENCE-EXIT
           END-IF.

           IF  H-MAX-SEQNO-IND  <  0
               MOVE  +0                TO  W-SEQNO
           ELSE
               MOVE  H-MAX-SEQNO       TO  W-SEQNO
           END-IF.

       S1000-START-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 0 0 0 - O N E - F I E L D                     *
      *                                                                *
      *    A FIELD SET TO THE VALUE IT ALREADY HAD IS NOT HISTORY.     *
      *                                                                *
      ******************************************************************

       S2000-ONE-FIELD                 SECTION.

           IF  MHST-FIELD-NM (W-IX)  =  SPACE
           OR  MHST-BEFORE-VAL (W-IX)  =  MHST-AFTER-VAL (W-IX)
               GO TO  S2000-ONE-FIELD-EXIT
           END-IF.

           ADD   +1                    TO  W-SEQNO.

           MOVE  MHST-MASTER-ID        TO  MASTER-ID    OF TRWCO.
           MOVE  W-SEQNO               TO  CHG-SEQNO    OF TRWCO.
           MOVE  MHST-MASTER-TP        TO  MASTER-TP    OF TRWCO.
           MOVE  MHST-TXPAYER-TP       TO  TXPAYER-TP   OF TRWCO.
           MOVE  MHST-FIELD-NM (W-IX)  TO  FIELD-NM     OF TRWCO.
           MOVE  MHST-BEFORE-VAL (W-IX)
                                       TO  BEFORE-VAL   OF TRWCO.
           MOVE  MHST-AFTER-VAL (W-IX)
                                       TO  AFTER-VAL    OF TRWCO.
           MOVE  MHST-PGM-ID           TO  PGM-ID       OF TRWCO.
           MOVE  MHST-OPID             TO  CHG-OPID     OF TRWCO.
           MOVE  MHST-EVENT-KEY        TO  EVENT-KEY    OF TRWCO.
           MOVE  H-CHG-DT              TO  CHG-DT       OF TRWCO.
           MOVE  H-CHG-TIME            TO  CHG-TIME     OF TRWCO.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCO
                       ( MASTER_ID,  CHG_SEQNO,  MASTER_TP,
                         TXPAYER_TP, FIELD_NM,   BEFORE_VAL,
                         AFTER_VAL,  PGM_ID,     CHG_OPID,
                         EVENT_KEY,  CHG_DT,     CHG_TIME )
                 VALUES
                       ( :TRWCO.MASTER-ID,  :TRWCO.CHG-SEQNO,
                         :TRWCO.MASTER-TP,  :TRWCO.TXPAYER-TP,
                         :TRWCO.FIELD-NM,   :TRWCO.BEFORE-VAL,
                         :TRWCO.AFTER-VAL,  :TRWCO.PGM-ID,
                         :TRWCO.CHG-OPID,   :TRWCO.EVENT-KEY,
                         :TRWCO.CHG-DT,     :TRWCO.CHG-TIME )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S2000-ONE-FIELD-EXIT
           END-IF.

           PERFORM  S2100-CHAIN-ROW.

           IF  MHST-RTN-NORMAL
               ADD   1                 TO  MHST-ROW-CNT
           END-IF.

       S2000-ONE-FIELD-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 1 0 0 - C H A I N - R O W                     *
      *                                                                *
      *    KEY AND IMAGE ARE REBUILT THE SAME WAY BY LCBBSVER - KEEP   *
      *    THE TWO IN STEP.                                            *
      *                                                                *
      ******************************************************************

       S2100-CHAIN-ROW                 SECTION.

           MOVE  W-SEQNO               TO  W-SEQNO-DSP.

           MOVE  SPACES                TO  L-HASH-PARM.
           MOVE  'TRWCO'               TO  L-HASH-TABLE-NM.
           STRING  MASTER-ID  OF TRWCO  W-SEQNO-DSP
                   DELIMITED BY SIZE  INTO  L-HASH-ROW-KEY
           END-STRING.
           STRING  MASTER-ID  OF TRWCO  W-SEQNO-DSP
                   MASTER-TP  OF TRWCO  TXPAYER-TP OF TRWCO
                   FIELD-NM   OF TRWCO  BEFORE-VAL OF TRWCO
                   AFTER-VAL  OF TRWCO  PGM-ID     OF TRWCO
                   CHG-OPID   OF TRWCO  EVENT-KEY  OF TRWCO
                   CHG-DT     OF TRWCO  CHG-TIME   OF TRWCO
                   DELIMITED BY SIZE  INTO  L-HASH-IMG
           END-STRING.
           MOVE  C-IMG-LEN             TO  L-HASH-IMG-LEN.
           CALL  C-PGM-LCBSHASH     USING  L-HASH-PARM.

           IF  L-HASH-RC  NOT =  '00'
               MOVE  '08'              TO  MHST-RTN-CD
               MOVE  +0                TO  MHST-SQLCODE
           END-IF.

       S2100-CHAIN-ROW-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 9 9 0 0 - S Q L - E R R O R                      *
      *                                                                *
      ******************************************************************

       S9900-SQL-ERROR                 SECTION.

           MOVE  '08'                  TO  MHST-RTN-CD.
           MOVE  SQLCODE               TO  MHST-SQLCODE.

       S9900-SQL-ERROR-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBSMHST                          *
      *                                                                *
      ******************************************************************
