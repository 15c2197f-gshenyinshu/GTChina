      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBSOBLG.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L C B S O B L G                             *
      *                                                                *
      *  FUNCTION       -  COMMON FILING-OBLIGATION REGISTER UPKEEP.   *
      *                    THE REGISTRATION TRANSACTIONS CALL THIS     *
      *                    SERVICE IN THE SAME UNIT OF WORK AS THEIR   *
      *                    OWN UPDATE SO THE DRWB.TRWCQ REGISTER       *
      *                    ALWAYS FOLLOWS THE REGISTRATION:  LAP11     *
      *                    SEEDS A NEW REGISTRATION, LAP12 RE-DERIVES  *
      *                    ON A BUSINESS-TYPE AMENDMENT, LAP13 ENDS    *
      *                    THE OBLIGATIONS AT CLOSURE AND LAP15 VOIDS  *
      *                    THE FILING DEMANDS A NEW SUSPENSION         *
      *                    COVERS.  THE RETURNS OWED COME FROM THE     *
      *                    TTBAC BUSINESS TYPES OF THE RECEIPT AND     *
      *                    THE DRWB.TRWCR RULES.  THE REGISTER IS      *
      *                    READ BY THE MIPB5 NON-FILER RUN.            *
      *                                                                *
      *  INPUT PARMS    -  LCBSOBLG-USERAREA (LCBYOBLG)                *
      *                    OBLG-FUNC        'S' DERIVE, 'C' CLOSE,     *
      *                                     'P' SUSPEND                *
      *                    OBLG-TXOFF-CD                               *
      *                    OBLG-RCVE-YEAR   REGISTRATION RECEIPT ('S') *
      *                    OBLG-RCVE-NO                                *
      *                    OBLG-BUSNID      BUSNID ('C', 'P'; 'S' WHEN *
      *                                     KNOWN)                     *
      *                    OBLG-EFF-DT      EFFECTIVE DATE YYYYMMDD    *
      *                    OBLG-END-DT      SUSPENSION END ('P')       *
      *                    OBLG-PGM-ID      CALLING PROGRAM            *
      *                    OBLG-OPID        OPERATOR                   *
      *                                                                *
      *  OUTPUT PARMS   -  OBLG-OPEN-CNT    OBLIGATIONS OPENED         *
      *                    OBLG-END-CNT     OBLIGATIONS ENDED OR       *
      *                                     DROPPED ('S', 'C'),        *
      *                                     DEMANDS VOIDED ('P')       *
      *                    OBLG-RTN-CD      '00' DONE (OR NOTHING TO   *
      *                                          DO),                  *
      *                                     '01' BAD INPUT,            *
      *                                     '08' DB2 ERROR (SQLCODE    *
      *                                          IN OBLG-SQLCODE)      *
      *                                                                *
      *  TABLES         -  DRWB.TRWCQ  FILING OBLIGATION       CRUD    *
      *                    DRWB.TRWCR  DERIVATION RULE         R       *
      *                    DRWB.TRWCS  FILING DEMAND           U       *
      *                    DTBA.TTBAC  BUSINESS-TYPE DETAIL    R       *
      *                    DTBA.TTBAA  REGISTRATION RECEIPT    R       *
      *                                                                *
      *  SPECIAL LOGIC  -  NOTHING IS COMMITTED HERE.  A NON-ZERO      *
      *                    RETURN LEAVES THE CALLER TO BACK OUT ITS    *
      *                    REGISTRATION UPDATE, SO THE REGISTER IS     *
      *                    NEVER OUT OF STEP WITH THE REGISTRATION.    *
      *                    AN OBLIGATION OPENED ON OR AFTER THE        *
      *                    EFFECTIVE DATE THAT NO LONGER APPLIES IS    *
      *                    DELETED RATHER THAN ENDED, AS IT NEVER      *
      *                    TOOK EFFECT.                                *
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
           VALUE 'LCBSOBLG - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *    HOST VARIABLES                                              *
      ******************************************************************
       01  HOST-VARIABLES.
           05  H-TXOFF-CD              PIC  X(03).
           05  H-RCVE-YEAR             PIC  X(04).
           05  H-RCVE-NO               PIC  9(07).
           05  H-BUSNID                PIC  X(10).
           05  H-EFF-DT                PIC  X(08).
           05  H-EFF-ISO               PIC  X(10).
           05  H-PREV-DT               PIC  X(08).
           05  H-END-DT                PIC  X(08).
           05  H-TODAY                 PIC  X(08).
           05  H-PGM-ID                PIC  X(08).
           05  H-OPID                  PIC  X(08).

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

       01  WS-END                       PIC  X(40)
           VALUE 'LCBSOBLG - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *                 L I N K A G E   S E C T I O N                  *
      *                                                                *
      ******************************************************************

       LINKAGE                         SECTION.

       01  LCBSOBLG-USERAREA.
           COPY  LCBYOBLG.

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE  DIVISION  USING  LCBSOBLG-USERAREA.

       S0100-MAIN                      SECTION.

           INITIALIZE  OBLG-OUTPUT.
           MOVE  '00'                  TO  OBLG-RTN-CD.

           IF  OBLG-EFF-DT  NOT NUMERIC
           OR  OBLG-PGM-ID  =  SPACE
               MOVE  '01'              TO  OBLG-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           EVALUATE  TRUE
               WHEN  OBLG-FUNC-DERIVE
                     IF  OBLG-TXOFF-CD   =  SPACE  OR  LOW-VALUE
                     OR  OBLG-RCVE-YEAR  =  SPACE  OR  LOW-VALUE
                     OR  OBLG-RCVE-NO    NOT NUMERIC
                         MOVE  '01'    TO  OBLG-RTN-CD
                     END-IF
               WHEN  OBLG-FUNC-CLOSE
               WHEN  OBLG-FUNC-SUSPEND
                     IF  OBLG-BUSNID  =  SPACE  OR  LOW-VALUE
                         MOVE  '01'    TO  OBLG-RTN-CD
                     END-IF
               WHEN  OTHER
                     MOVE  '01'        TO  OBLG-RTN-CD
           END-EVALUATE.

           IF  NOT  OBLG-RTN-NORMAL
               GO TO  S0100-MAIN-EXIT
           END-IF.

           MOVE  OBLG-TXOFF-CD         TO  H-TXOFF-CD.
           MOVE  OBLG-RCVE-YEAR        TO  H-RCVE-YEAR.
           MOVE  OBLG-RCVE-NO          TO  H-RCVE-NO.
           MOVE  OBLG-BUSNID           TO  H-BUSNID.
           MOVE  OBLG-EFF-DT           TO  H-EFF-DT.
           MOVE  OBLG-PGM-ID           TO  H-PGM-ID.
           MOVE  OBLG-OPID             TO  H-OPID.
           IF  OBLG-END-DT  =  LOW-VALUE
               MOVE  SPACE             TO  H-END-DT
           ELSE
               MOVE  OBLG-END-DT       TO  H-END-DT
           END-IF.
           IF  H-BUSNID  =  LOW-VALUE
               MOVE  SPACE             TO  H-BUSNID
           END-IF.

           PERFORM  S0200-GET-DATES.

           IF  NOT  OBLG-RTN-NORMAL
               GO TO  S0100-MAIN-EXIT
           END-IF.

           EVALUATE  TRUE
               WHEN  OBLG-FUNC-DERIVE
                     PERFORM  S1000-DERIVE
               WHEN  OBLG-FUNC-CLOSE
                     PERFORM  S2000-CLOSE
               WHEN  OBLG-FUNC-SUSPEND
                     PERFORM  S3000-SUSPEND
           END-EVALUATE.

       S0100-MAIN-EXIT.

           GOBACK.

      ******************************************************************
      *                                                                *
      *              S 0 2 0 0 - G E T - D A T E S                     *
      *                                                                *
      *    THE DB2 DATE THE ROWS ARE STAMPED WITH, AND THE DAY BEFORE  *
      *    THE EFFECTIVE DATE - THE LAST DAY OF AN OBLIGATION THAT AN  *
      *    AMENDMENT TAKES AWAY.                                       *
      *                                                                *
      ******************************************************************

       S0200-GET-DATES                 SECTION.

           STRING  H-EFF-DT (1:4) '-' H-EFF-DT (5:2) '-' H-EFF-DT (7:2)
                   DELIMITED BY SIZE  INTO  H-EFF-ISO
           END-STRING.

           EXEC  SQL
                 SELECT  REPLACE(CHAR(CURRENT DATE, ISO), '-', '')
                 ,       REPLACE(CHAR(DATE(:H-EFF-ISO) - 1 DAY, ISO),
                                 '-', '')
                 INTO   :H-TODAY
                 ,      :H-PREV-DT
                 FROM    SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
           END-IF.

       S0200-GET-DATES-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 1 0 0 0 - D E R I V E                           *
      *                                                                *
      *    AN OPEN OBLIGATION IS STILL OWED WHEN SOME TTBAC BUSINESS   *
      *    TYPE OF THE RECEIPT HAS AN ACTIVE TRWCR RULE FOR ITS        *
      *    TXTP-CD AND THE SHORTEST PERIOD OF THOSE RULES IS ITS OWN.  *
      *    ONE THAT IS NOT IS ENDED THE DAY BEFORE THE EFFECTIVE DATE  *
      *    (OR DELETED, IF IT ONLY STARTED ON OR AFTER IT); THEN EVERY *
      *    DERIVED TXTP-CD WITHOUT AN OPEN OBLIGATION IS OPENED ON THE *
      *    EFFECTIVE DATE.  A NEW REGISTRATION HAS NOTHING OPEN, SO    *
      *    THE SAME STEPS SEED IT.                                     *
      *                                                                *
      ******************************************************************

       S1000-DERIVE                    SECTION.

           EXEC  SQL
                 DELETE  FROM  DRWB.TRWCQ  Q
                  WHERE  Q.TXOFF_CD   =  :H-TXOFF-CD
                    AND  Q.RCVE_YEAR  =  :H-RCVE-YEAR
                    AND  Q.RCVE_NO    =  :H-RCVE-NO
                    AND  Q.EFF_TO_DT  =  ' '
                    AND  Q.EFF_FR_DT >=  :H-EFF-DT
                    AND  NOT EXISTS
                         ( SELECT  1
                             FROM  DTBA.TTBAC  C
                             ,     DRWB.TRWCR  R
                            WHERE  C.TXOFF_CD   =  Q.TXOFF_CD
                              AND  C.RCVE_YEAR  =  Q.RCVE_YEAR
                              AND  C.RCVE_NO    =  Q.RCVE_NO
                              AND  R.TXTP_CD    =  Q.TXTP_CD
                              AND  R.ACTIVE_FG  =  'Y'
                              AND  ( R.BUSNTP_PFX  =  ' '
                                OR   SUBSTR(C.BUSNTP_CD, 1,
                                        LENGTH(RTRIM(R.BUSNTP_PFX)))
                                             =  RTRIM(R.BUSNTP_PFX) )
                           HAVING  MIN(R.PERIOD_MM)  =  Q.PERIOD_MM )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)  TO  OBLG-END-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S1000-DERIVE-EXIT
           END-EVALUATE.

           EXEC  SQL
                 UPDATE  DRWB.TRWCQ  Q
                    SET  EFF_TO_DT  =  :H-PREV-DT
                 ,       UPD_DT     =  :H-TODAY
                 ,       UPD_OPID   =  :H-OPID
                  WHERE  Q.TXOFF_CD   =  :H-TXOFF-CD
                    AND  Q.RCVE_YEAR  =  :H-RCVE-YEAR
                    AND  Q.RCVE_NO    =  :H-RCVE-NO
                    AND  Q.EFF_TO_DT  =  ' '
                    AND  Q.EFF_FR_DT  <  :H-EFF-DT
                    AND  NOT EXISTS
                         ( SELECT  1
                             FROM  DTBA.TTBAC  C
                             ,     DRWB.TRWCR  R
                            WHERE  C.TXOFF_CD   =  Q.TXOFF_CD
                              AND  C.RCVE_YEAR  =  Q.RCVE_YEAR
                              AND  C.RCVE_NO    =  Q.RCVE_NO
                              AND  R.TXTP_CD    =  Q.TXTP_CD
                              AND  R.ACTIVE_FG  =  'Y'
                              AND  ( R.BUSNTP_PFX  =  ' '
                                OR   SUBSTR(C.BUSNTP_CD, 1,
                                        LENGTH(RTRIM(R.BUSNTP_PFX)))
                                             =  RTRIM(R.BUSNTP_PFX) )
                           HAVING  MIN(R.PERIOD_MM)  =  Q.PERIOD_MM )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)  TO  OBLG-END-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S1000-DERIVE-EXIT
           END-EVALUATE.

           EXEC  SQL
                 INSERT  INTO  DRWB.TRWCQ
                       ( TXOFF_CD,    RCVE_YEAR,   RCVE_NO,
                         TXTP_CD,     EFF_FR_DT,   BUSNID,
                         PERIOD_MM,   EFF_TO_DT,   BUSNTP_CD,
                         SRC_PGM,     REGIST_DT,   REGIST_OPID,
                         UPD_DT,      UPD_OPID )
                 SELECT  :H-TXOFF-CD, :H-RCVE-YEAR, :H-RCVE-NO,
                         R.TXTP_CD,   :H-EFF-DT,    :H-BUSNID,
                         MIN(R.PERIOD_MM),  ' ',  MIN(C.BUSNTP_CD),
                         :H-PGM-ID,   :H-TODAY,     :H-OPID,
                         :H-TODAY,    :H-OPID
                   FROM  DTBA.TTBAC  C
                   ,     DRWB.TRWCR  R
                  WHERE  C.TXOFF_CD   =  :H-TXOFF-CD
                    AND  C.RCVE_YEAR  =  :H-RCVE-YEAR
                    AND  C.RCVE_NO    =  :H-RCVE-NO
                    AND  R.ACTIVE_FG  =  'Y'
                    AND  ( R.BUSNTP_PFX  =  ' '
                      OR   SUBSTR(C.BUSNTP_CD, 1,
                              LENGTH(RTRIM(R.BUSNTP_PFX)))
                                   =  RTRIM(R.BUSNTP_PFX) )
                    AND  NOT EXISTS
                         ( SELECT  1
                             FROM  DRWB.TRWCQ  Q
                            WHERE  Q.TXOFF_CD   =  :H-TXOFF-CD
                              AND  Q.RCVE_YEAR  =  :H-RCVE-YEAR
                              AND  Q.RCVE_NO    =  :H-RCVE-NO
                              AND  Q.TXTP_CD    =  R.TXTP_CD
                              AND  ( Q.EFF_TO_DT  =  ' '
                                OR   Q.EFF_FR_DT  =  :H-EFF-DT ) )
                  GROUP BY  R.TXTP_CD
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)  TO  OBLG-OPEN-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S1000-DERIVE-EXIT
           END-EVALUATE.

           IF  H-BUSNID  =  SPACE
               GO TO  S1000-DERIVE-EXIT
           END-IF.

           EXEC  SQL
                 UPDATE  DRWB.TRWCQ
                    SET  BUSNID     =  :H-BUSNID
                  WHERE  TXOFF_CD   =  :H-TXOFF-CD
                    AND  RCVE_YEAR  =  :H-RCVE-YEAR
                    AND  RCVE_NO    =  :H-RCVE-NO
                    AND  BUSNID     =  ' '
           END-EXEC.

           IF  SQLCODE  NOT =  0
           AND SQLCODE  NOT =  100
               PERFORM  S9900-SQL-ERROR
           END-IF.

       S1000-DERIVE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 0 0 0 - C L O S E                             *
      *                                                                *
      *    EVERY OPEN OBLIGATION OF THE BUSINESS ENDS ON THE CLOSURE   *
      *    DATE.  ROWS NOT YET BACKFILLED WITH THE BUSNID ARE FOUND    *
      *    THROUGH THEIR TTBAA RECEIPT.                                *
      *                                                                *
      ******************************************************************

       S2000-CLOSE                     SECTION.

           EXEC  SQL
                 DELETE  FROM  DRWB.TRWCQ  Q
                  WHERE  Q.EFF_TO_DT  =  ' '
                    AND  Q.EFF_FR_DT  >  :H-EFF-DT
                    AND  ( Q.BUSNID   =  :H-BUSNID
                      OR ( Q.BUSNID   =  ' '
                      AND  EXISTS
                           ( SELECT  1
                               FROM  DTBA.TTBAA  A
                              WHERE  A.TXOFF_CD   =  Q.TXOFF_CD
                                AND  A.RCVE_YEAR  =  Q.RCVE_YEAR
                                AND  A.RCVE_NO    =  Q.RCVE_NO
                                AND  A.BUSNID     =  :H-BUSNID ) ) )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)  TO  OBLG-END-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S2000-CLOSE-EXIT
           END-EVALUATE.

           EXEC  SQL
                 UPDATE  DRWB.TRWCQ  Q
                    SET  EFF_TO_DT  =  :H-EFF-DT
                 ,       UPD_DT     =  :H-TODAY
                 ,       UPD_OPID   =  :H-OPID
                  WHERE  Q.EFF_TO_DT  =  ' '
                    AND  ( Q.BUSNID   =  :H-BUSNID
                      OR ( Q.BUSNID   =  ' '
                      AND  EXISTS
                           ( SELECT  1
                               FROM  DTBA.TTBAA  A
                              WHERE  A.TXOFF_CD   =  Q.TXOFF_CD
                                AND  A.RCVE_YEAR  =  Q.RCVE_YEAR
                                AND  A.RCVE_NO    =  Q.RCVE_NO
                                AND  A.BUSNID     =  :H-BUSNID ) ) )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)  TO  OBLG-END-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S2000-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 3 0 0 0 - S U S P E N D                         *
      *                                                                *
      *    A PERIOD WHOLLY INSIDE THE SUSPENSION WAS NEVER OWED, SO    *
      *    A DEMAND STILL OPEN FOR IT IS VOIDED.  A DEMAND ALREADY     *
      *    SETTLED BY A FILING STANDS.                                 *
      *                                                                *
      ******************************************************************

       S3000-SUSPEND                   SECTION.

           EXEC  SQL
                 UPDATE  DRWB.TRWCS
                    SET  DEMAND_STAUS  =  'V'
                 ,       STAUS_DT      =  :H-TODAY
                 ,       STAUS_OPID    =  :H-OPID
                  WHERE  BUSNID        =  :H-BUSNID
                    AND  DEMAND_STAUS  =  'N'
                    AND  PERIOD_FR_DT >=  :H-EFF-DT
                    AND  ( :H-END-DT   =  ' '
                      OR   PERIOD_TO_DT  <=  :H-END-DT )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     ADD   SQLERRD(3)  TO  OBLG-END-CNT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S3000-SUSPEND-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 9 9 0 0 - S Q L - E R R O R                      *
      *                                                                *
      ******************************************************************

       S9900-SQL-ERROR                 SECTION.

           MOVE  '08'                  TO  OBLG-RTN-CD.
           MOVE  SQLCODE               TO  OBLG-SQLCODE.

       S9900-SQL-ERROR-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBSOBLG                          *
      *                                                                *
      ******************************************************************
