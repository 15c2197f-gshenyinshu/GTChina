      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION                  DIVISION.

       PROGRAM-ID.                     LCBSASOF.
       AUTHOR.                         S.K.CHOI.
       INSTALLATION.                   ONTA.
       DATE-WRITTEN.                   2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L C B S A S O F                             *
      *                                                                *
      *  FUNCTION       -  COMMON AS-OF-DATE REGISTRATION REBUILD.     *
      *                    ANSWERS "WHAT DID THIS REGISTRATION LOOK    *
      *                    LIKE ON THAT DAY" FOR COURT AND DISPUTE     *
      *                    REQUESTS:  OWNER, TRADE NAME, ADDRESS,      *
      *                    BUSINESS TYPE, OFFICE, SUSPENDED OR NOT     *
      *                    AND OPEN OR CLOSED, EACH WITH THE EVENT     *
      *                    THAT LAST SET IT.  THE VALUE OF THE DAY IS  *
      *                    THE BEFORE-IMAGE OF THE FIRST CHANGE DATED  *
      *                    AFTER IT (OR THE CURRENT VALUE WHEN THERE   *
      *                    IS NONE); THE EVENT IS THE LAST CHANGE      *
      *                    DATED ON OR BEFORE IT (OR THE REGISTRATION  *
      *                    ITSELF).  SHARED BY THE LAP99 INQUIRY AND   *
      *                    THE LAPBF PRINTED REPORT SO BOTH ALWAYS     *
      *                    GIVE THE SAME ANSWER.                       *
      *                                                                *
      *  INPUT PARMS    -  LCBSASOF-USERAREA (LCBYASOF)                *
      *                    ASOF-BUSNID      BUSINESS ID                *
      *                    ASOF-DT          AS-OF DATE (YYYYMMDD)      *
      *                                                                *
      *  OUTPUT PARMS   -  ASOF-RGST-KEY    REGISTRATION IN FORCE      *
      *                    ASOF-ITEM (7)    VALUE AND SETTING EVENT    *
      *                    ASOF-RTN-CD      '00' REBUILT,              *
      *                                     '01' BAD INPUT,            *
      *                                     '04' NOT REGISTERED ON     *
      *                                          THAT DATE,            *
      *                                     '08' DB2 ERROR (TABLE IN   *
      *                                          ASOF-ERR-TABLE)       *
      *                                                                *
      *  TABLES         -  DTBA.TTBAA/TTBAB/TTBAC  REGISTRATION SET    *
      *                    DTBA.TTBAI  AMENDMENT HISTORY               *
      *                    DTBA.TTBAS  OWNERSHIP SUCCESSION HISTORY    *
      *                    DTBA.TTBAW  OFFICE TRANSFER HISTORY         *
      *                    DTBA.TTBAT  SUSPENSION PERIODS              *
      *                    DTAA.TTAAC  CLOSURE/SUSPENSION HISTORY      *
      *                    DRWA.TRWAD / DRWH.TRWAD  AMENDMENT          *
      *                                RECEIPT, LIVE OR ARCHIVED       *
      *                    ALL READ ONLY.                              *
      *                                                                *
      *  SPECIAL LOGIC  -  THE REGISTRATION IN FORCE IS THE LATEST     *
      *                    TTBAA ROW OF THE BUSNID OPENED ON OR        *
      *                    BEFORE THE DATE, SO A BUSINESS THAT CLOSED  *
      *                    AND RE-REGISTERED IS ANSWERED FROM THE      *
      *                    REGISTRATION OF THE DAY.  THE HISTORY       *
      *                    TABLES ARE NEVER ARCHIVED; AN AMENDMENT     *
      *                    RECEIPT LAPB9 HAS MOVED TO DRWH IS STILL    *
      *                    CITED AND FLAGGED 'ARCHIVED'.               *
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
           VALUE 'LCBSASOF - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-IX-OWNER              PIC S9(04)  COMP VALUE +1.
           05  C-IX-TRADE-NM           PIC S9(04)  COMP VALUE +2.
           05  C-IX-ADDRESS            PIC S9(04)  COMP VALUE +3.
           05  C-IX-BUSNTP             PIC S9(04)  COMP VALUE +4.
           05  C-IX-TXOFF              PIC S9(04)  COMP VALUE +5.
           05  C-IX-SUSPEND            PIC S9(04)  COMP VALUE +6.
           05  C-IX-STATUS             PIC S9(04)  COMP VALUE +7.
           05  C-ITEM-MAX              PIC  9(03)       VALUE 7.
           05  C-HISTORY-TP-EXOFF      PIC  X(03)  VALUE 'G15'.
           05  C-HISTORY-TP-SUSPEND    PIC  X(03)  VALUE 'G11'.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-FOUND                 PIC  X(01)  VALUE 'N'.
               88  S-FOUND-YES                     VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-IX                    PIC S9(04)  COMP VALUE +0.
           05  W-NOTE-TAIL             PIC  X(12)  VALUE SPACE.
           05  W-SUSPEND-TO-TXT        PIC  X(08)  VALUE SPACE.
           05  W-ADDR-DISTRICT         PIC  X(10)  VALUE SPACE.
           05  W-ADDR-BUNJI            PIC  X(04)  VALUE SPACE.
           05  W-ADDR-HO               PIC  X(04)  VALUE SPACE.

      ******************************************************************
      *    HOST VARIABLES FOR THE REGISTRATION SET AND TTAAC ROWS -    *
      *    THE COLUMNS ARE READ HERE, NOT CHANGED.                     *
      ******************************************************************
       01  HOST-VARIABLES.
           05  H-BUSNID                PIC  X(10).
           05  H-ASOF-DT               PIC  X(08).
           05  H-TXOFF-CD              PIC  X(03).
           05  H-RCVE-YEAR             PIC  X(04).
           05  H-RCVE-NO               PIC  9(07).
           05  H-RGST-OPEN-DT          PIC  X(08).
           05  H-RESID-CHIEF           PIC  X(13).
           05  H-TXPAYER-TP-CHIEF      PIC  X(01).
           05  H-TRADE-NM              PIC  X(30).
           05  H-LGDONG-CD             PIC  X(10).
           05  H-BUNJI                 PIC  X(04).
           05  H-HO                    PIC  X(04).
           05  H-BUSNTP-CD             PIC  X(06).
           05  H-ITEM-1                PIC  X(10).
           05  H-ITEM-2                PIC  X(10).
           05  H-LAST-END-DT           PIC  X(08).
           05  H-HISTORY-PRD-FR        PIC  X(08).
           05  H-HISTORY-TP            PIC  X(03).
           05  H-LIVE-CNT              PIC S9(09)  COMP.
           05  H-ARCH-CNT              PIC S9(09)  COMP.

      ****************************************************************
      *                                                              *
      *              S Q L C A   /   I N C L U D E S                *
      *                                                              *
      ****************************************************************

           EXEC SQL  INCLUDE    SQLCA
           END-EXEC.

           EXEC SQL  INCLUDE    TBOAI
           END-EXEC.

           EXEC SQL  INCLUDE    TBOAS
           END-EXEC.

           EXEC SQL  INCLUDE    TBOAW
           END-EXEC.

           EXEC SQL  INCLUDE    TBOAT
           END-EXEC.

       01  WS-END                       PIC  X(40)
           VALUE 'LCBSASOF - WORKING STORAGE ENDS HERE'.

           EJECT
      ******************************************************************
      *                                                                *
      *                 L I N K A G E   S E C T I O N                  *
      *                                                                *
      ******************************************************************

       LINKAGE                         SECTION.

       01  LCBSASOF-USERAREA.
           COPY  LCBYASOF.

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************

       PROCEDURE  DIVISION  USING  LCBSASOF-USERAREA.

       S0100-MAIN                      SECTION.

           INITIALIZE  ASOF-OUTPUT.
           MOVE  '00'                  TO  ASOF-RTN-CD.

           IF  ASOF-BUSNID  =  SPACE  OR  LOW-VALUE
           OR  ASOF-DT  NOT NUMERIC
               MOVE  '01'              TO  ASOF-RTN-CD
               GO TO  S0100-MAIN-EXIT
           END-IF.

           MOVE  ASOF-BUSNID           TO  H-BUSNID.
           MOVE  ASOF-DT               TO  H-ASOF-DT.

           PERFORM  S1000-SELECT-REGISTRATION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S0100-MAIN-EXIT
           END-IF.

           PERFORM  S1100-SELECT-CURRENT.
           PERFORM  S2100-OWNER.
           PERFORM  S2200-TRADE-NM.
           PERFORM  S2300-ADDRESS.
           PERFORM  S2400-BUSNTP.
           PERFORM  S2500-TXOFF.
           PERFORM  S2600-SUSPEND.
           PERFORM  S2700-STATUS.

           IF  ASOF-RTN-NORMAL
               MOVE  SPACE             TO  ASOF-ERR-TABLE
               MOVE  C-ITEM-MAX        TO  ASOF-ITEM-CNT
           END-IF.

       S0100-MAIN-EXIT.

           GOBACK.

      ******************************************************************
      *                                                                *
      *      S 1 0 0 0 - S E L E C T - R E G I S T R A T I O N         *
      *                                                                *
      *    THE REGISTRATION IN FORCE ON THE DATE IS THE LATEST ONE     *
      *    OF THE BUSNID OPENED ON OR BEFORE IT.  NONE MEANS THE       *
      *    BUSINESS WAS NOT YET REGISTERED THEN.                       *
      *                                                                *
      ******************************************************************

       S1000-SELECT-REGISTRATION       SECTION.

           MOVE  'TTBAA'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  TXOFF_CD
                 ,       RCVE_YEAR
                 ,       RCVE_NO
                 ,       RGST_OPEN_DT
                 ,       RESID_CHIEF
                 ,       TXPAYER_TP_CHIEF
                 INTO   :H-TXOFF-CD
                 ,      :H-RCVE-YEAR
                 ,      :H-RCVE-NO
                 ,      :H-RGST-OPEN-DT
                 ,      :H-RESID-CHIEF
                 ,      :H-TXPAYER-TP-CHIEF
                 FROM    DTBA.TTBAA
                 WHERE   BUSNID        =  :H-BUSNID
                   AND   RGST_OPEN_DT <=  :H-ASOF-DT
                 ORDER BY RGST_OPEN_DT DESC, RCVE_YEAR DESC,
                          RCVE_NO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  H-TXOFF-CD    TO  ASOF-TXOFF-CD
                     MOVE  H-RCVE-YEAR   TO  ASOF-RCVE-YEAR
                     MOVE  H-RCVE-NO     TO  ASOF-RCVE-NO
                     MOVE  H-RGST-OPEN-DT
                                         TO  ASOF-RGST-OPEN-DT
               WHEN  100
                     MOVE  '04'          TO  ASOF-RTN-CD
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S1000-SELECT-REGISTRATION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *         S 1 1 0 0 - S E L E C T - C U R R E N T                *
      *                                                                *
      *    THE CURRENT TRADE NAME, ADDRESS AND MAIN BUSINESS TYPE OF   *
      *    THE REGISTRATION - THE STARTING POINT THE AMENDMENTS ARE    *
      *    WOUND BACK FROM.                                            *
      *                                                                *
      ******************************************************************

       S1100-SELECT-CURRENT            SECTION.

           MOVE  SPACE                 TO  H-TRADE-NM
                                           H-LGDONG-CD
                                           H-BUNJI
                                           H-HO
                                           H-BUSNTP-CD.

           MOVE  'TTBAB'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  TRADE_NM
                 ,       LGDONG_CD
                 ,       BUNJI
                 ,       HO
                 INTO   :H-TRADE-NM
                 ,      :H-LGDONG-CD
                 ,      :H-BUNJI
                 ,      :H-HO
                 FROM    DTBA.TTBAB
                 WHERE   TXOFF_CD   =  :H-TXOFF-CD
                   AND   RCVE_YEAR  =  :H-RCVE-YEAR
                   AND   RCVE_NO    =  :H-RCVE-NO
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               PERFORM  S9900-SQL-ERROR
               GO TO  S1100-SELECT-CURRENT-EXIT
           END-IF.

           MOVE  'TTBAC'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  BUSNTP_CD
                 INTO   :H-BUSNTP-CD
                 FROM    DTBA.TTBAC
                 WHERE   TXOFF_CD       =  :H-TXOFF-CD
                   AND   RCVE_YEAR      =  :H-RCVE-YEAR
                   AND   RCVE_NO        =  :H-RCVE-NO
                   AND   MAIN_BUSNTP_FG =  'Y'
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               PERFORM  S9900-SQL-ERROR
           END-IF.

       S1100-SELECT-CURRENT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *                S 2 1 0 0 - O W N E R                           *
      *                                                                *
      *    THE FIRST SUCCESSION AFTER THE DATE STILL NAMES THE OWNER   *
      *    OF THE DAY AS ITS OLD OWNER; WITHOUT ONE THE TTBAA OWNER    *
      *    OF RECORD STOOD ON THE DATE.                                *
      *                                                                *
      ******************************************************************

       S2100-OWNER                     SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2100-OWNER-EXIT
           END-IF.

           MOVE  C-IX-OWNER            TO  W-IX.
           MOVE  'OWNER'               TO  ASOF-ITEM-NM (W-IX).
           MOVE  'TTBAS'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  OLD_RESID
                 ,       OLD_TXPAYER_TP
                 INTO   :TTBAS.OLD-RESID
                 ,      :TTBAS.OLD-TXPAYER-TP
                 FROM    DTBA.TTBAS
                 WHERE   TXOFF_CD   =  :H-TXOFF-CD
                   AND   RCVE_YEAR  =  :H-RCVE-YEAR
                   AND   RCVE_NO    =  :H-RCVE-NO
                   AND   EFF_DT     >  :H-ASOF-DT
                 ORDER BY EFF_DT, SUCCESS_SEQNO
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  H-RESID-CHIEF TO  OLD-RESID      OF TTBAS
                     MOVE  H-TXPAYER-TP-CHIEF
                                         TO  OLD-TXPAYER-TP OF TTBAS
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S2100-OWNER-EXIT
           END-EVALUATE.

           MOVE  SPACE                 TO  ASOF-VALUE (W-IX).
           STRING  OLD-RESID      OF TTBAS
                   '  TAXPAYER TYPE '
                   OLD-TXPAYER-TP OF TTBAS
                   DELIMITED BY SIZE  INTO  ASOF-VALUE (W-IX)
           END-STRING.

           EXEC  SQL
                 SELECT  OLD_RESID
                 ,       SUCCESS_TP
                 ,       EFF_DT
                 INTO   :TTBAS.OLD-RESID
                 ,      :TTBAS.SUCCESS-TP
                 ,      :TTBAS.EFF-DT
                 FROM    DTBA.TTBAS
                 WHERE   TXOFF_CD   =  :H-TXOFF-CD
                   AND   RCVE_YEAR  =  :H-RCVE-YEAR
                   AND   RCVE_NO    =  :H-RCVE-NO
                   AND   EFF_DT    <=  :H-ASOF-DT
                 ORDER BY EFF_DT DESC, SUCCESS_SEQNO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'S'           TO  ASOF-SRC-TP (W-IX)
                     MOVE  EFF-DT OF TTBAS
                                         TO  ASOF-SRC-DT (W-IX)
                     MOVE  SPACE         TO  ASOF-SRC-NOTE (W-IX)
                     IF  SUCCESS-TP-INHERIT OF TTBAS
                         STRING  'SET BY INHERITANCE FROM '
                                 OLD-RESID OF TTBAS
                                 ' EFFECTIVE '
                                 EFF-DT    OF TTBAS
                                 DELIMITED BY SIZE
                                 INTO  ASOF-SRC-NOTE (W-IX)
                         END-STRING
                     ELSE
                         STRING  'SET BY SALE AS GOING CONCERN FROM '
                                 OLD-RESID OF TTBAS
                                 ' EFFECTIVE '
                                 EFF-DT    OF TTBAS
                                 DELIMITED BY SIZE
                                 INTO  ASOF-SRC-NOTE (W-IX)
                         END-STRING
                     END-IF
               WHEN  100
                     PERFORM  S3900-NOTE-REGISTRATION
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S2100-OWNER-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 2 2 0 0 - T R A D E - N M                        *
      *                                                                *
      ******************************************************************

       S2200-TRADE-NM                  SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2200-TRADE-NM-EXIT
           END-IF.

           MOVE  C-IX-TRADE-NM         TO  W-IX.
           MOVE  'TRADE-NM'            TO  ASOF-ITEM-NM (W-IX).
           MOVE  H-TRADE-NM            TO  ASOF-VALUE   (W-IX).

           MOVE  'TRADE-NM'            TO  H-ITEM-1
                                           H-ITEM-2.
           PERFORM  S3100-TTBAI-AFTER.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2200-TRADE-NM-EXIT
           END-IF.

           IF  S-FOUND-YES
               MOVE  BF-TXT OF TTBAI (1:30)
                                       TO  ASOF-VALUE (W-IX)
           END-IF.

           PERFORM  S3200-TTBAI-BEFORE.

       S2200-TRADE-NM-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 3 0 0 - A D D R E S S                         *
      *                                                                *
      *    A LAP12 'ADDRESS' AMENDMENT CARRIES DISTRICT, LOT AND       *
      *    HOUSE NUMBER AS ONE TEXT (DISTRICT ' ' LOT ' ' HOUSE); A    *
      *    LAPB6 MASS 'LGDONG-CD' AMENDMENT CARRIES THE DISTRICT       *
      *    ALONE - SO THE DISTRICT IS WOUND BACK THROUGH BOTH AND THE  *
      *    LOT/HOUSE THROUGH THE FULL AMENDMENTS ONLY.                 *
      *                                                                *
      ******************************************************************

       S2300-ADDRESS                   SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2300-ADDRESS-EXIT
           END-IF.

           MOVE  C-IX-ADDRESS          TO  W-IX.
           MOVE  'ADDRESS'             TO  ASOF-ITEM-NM (W-IX).
           MOVE  H-LGDONG-CD           TO  W-ADDR-DISTRICT.
           MOVE  H-BUNJI               TO  W-ADDR-BUNJI.
           MOVE  H-HO                  TO  W-ADDR-HO.

           MOVE  'ADDRESS'             TO  H-ITEM-1.
           MOVE  'LGDONG-CD'           TO  H-ITEM-2.
           PERFORM  S3100-TTBAI-AFTER.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2300-ADDRESS-EXIT
           END-IF.

           IF  S-FOUND-YES
               MOVE  BF-TXT OF TTBAI (1:10)
                                       TO  W-ADDR-DISTRICT
           END-IF.

           MOVE  'ADDRESS'             TO  H-ITEM-2.
           PERFORM  S3100-TTBAI-AFTER.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2300-ADDRESS-EXIT
           END-IF.

           IF  S-FOUND-YES
               MOVE  BF-TXT OF TTBAI (12:4)
                                       TO  W-ADDR-BUNJI
               MOVE  BF-TXT OF TTBAI (17:4)
                                       TO  W-ADDR-HO
           END-IF.

           MOVE  SPACE                 TO  ASOF-VALUE (W-IX).
           STRING  W-ADDR-DISTRICT  ' '
                   W-ADDR-BUNJI     ' '
                   W-ADDR-HO
                   DELIMITED BY SIZE  INTO  ASOF-VALUE (W-IX)
           END-STRING.

           MOVE  'LGDONG-CD'           TO  H-ITEM-2.
           PERFORM  S3200-TTBAI-BEFORE.

       S2300-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 4 0 0 - B U S N T P                           *
      *                                                                *
      ******************************************************************

       S2400-BUSNTP                    SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2400-BUSNTP-EXIT
           END-IF.

           MOVE  C-IX-BUSNTP           TO  W-IX.
           MOVE  'BUSNTP'              TO  ASOF-ITEM-NM (W-IX).
           MOVE  H-BUSNTP-CD           TO  ASOF-VALUE   (W-IX).

           MOVE  'BUSNTP'              TO  H-ITEM-1
                                           H-ITEM-2.
           PERFORM  S3100-TTBAI-AFTER.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2400-BUSNTP-EXIT
           END-IF.

           IF  S-FOUND-YES
               MOVE  BF-TXT OF TTBAI (1:6)
                                       TO  ASOF-VALUE (W-IX)
           END-IF.

           PERFORM  S3200-TTBAI-BEFORE.

       S2400-BUSNTP-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *               S 2 5 0 0 - T X O F F                            *
      *                                                                *
      *    THE FIRST LAP17 TRANSFER AFTER THE DATE NAMES THE OFFICE    *
      *    OF THE DAY AS ITS OLD OFFICE; OTHERWISE IT IS THE NEW       *
      *    OFFICE OF THE LAST TRANSFER SINCE REGISTRATION, OR THE      *
      *    REGISTERING OFFICE WHEN THERE WAS NONE.                     *
      *                                                                *
      ******************************************************************

       S2500-TXOFF                     SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2500-TXOFF-EXIT
           END-IF.

           MOVE  C-IX-TXOFF            TO  W-IX.
           MOVE  'TXOFF'               TO  ASOF-ITEM-NM (W-IX).
           MOVE  H-TXOFF-CD            TO  ASOF-VALUE   (W-IX).
           MOVE  'TTBAW'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  OLD_TXOFF_CD
                 INTO   :TTBAW.OLD-TXOFF-CD
                 FROM    DTBA.TTBAW
                 WHERE   BUSNID   =  :H-BUSNID
                   AND   EFF_DT   >  :H-ASOF-DT
                 ORDER BY EFF_DT, XFER_SEQNO
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  OLD-TXOFF-CD OF TTBAW
                                         TO  ASOF-VALUE (W-IX)
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S2500-TXOFF-EXIT
           END-EVALUATE.

           EXEC  SQL
                 SELECT  OLD_TXOFF_CD
                 ,       NEW_TXOFF_CD
                 ,       EFF_DT
                 INTO   :TTBAW.OLD-TXOFF-CD
                 ,      :TTBAW.NEW-TXOFF-CD
                 ,      :TTBAW.EFF-DT
                 FROM    DTBA.TTBAW
                 WHERE   BUSNID   =  :H-BUSNID
                   AND   EFF_DT  <=  :H-ASOF-DT
                   AND   EFF_DT  >=  :H-RGST-OPEN-DT
                 ORDER BY EFF_DT DESC, XFER_SEQNO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  NEW-TXOFF-CD OF TTBAW
                                         TO  ASOF-VALUE  (W-IX)
                     MOVE  'T'           TO  ASOF-SRC-TP (W-IX)
                     MOVE  EFF-DT OF TTBAW
                                         TO  ASOF-SRC-DT (W-IX)
                     MOVE  SPACE         TO  ASOF-SRC-NOTE (W-IX)
                     STRING  'SET BY TRANSFER FROM OFFICE '
                             OLD-TXOFF-CD OF TTBAW
                             ' EFFECTIVE '
                             EFF-DT       OF TTBAW
                             DELIMITED BY SIZE
                             INTO  ASOF-SRC-NOTE (W-IX)
                     END-STRING
               WHEN  100
                     PERFORM  S3900-NOTE-REGISTRATION
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S2500-TXOFF-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 2 6 0 0 - S U S P E N D                          *
      *                                                                *
      *    A LAP15 TTBAT PERIOD COVERING THE DATE (AN OPEN PERIOD HAS  *
      *    A BLANK TO-DATE) MEANS SUSPENDED.  SUSPENSIONS FROM BEFORE  *
      *    TTBAT ARE ONLY ON TTAAC AS 'G11' SUSPENSION / 'G12'         *
      *    RESUMPTION ROWS, SO ONE OF THOSE DATED AFTER THE LAST       *
      *    TTBAT PERIOD ENDED DECIDES NEXT.                            *
      *                                                                *
      ******************************************************************

       S2600-SUSPEND                   SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2600-SUSPEND-EXIT
           END-IF.

           MOVE  C-IX-SUSPEND          TO  W-IX.
           MOVE  'SUSPEND'             TO  ASOF-ITEM-NM (W-IX).
           MOVE  'TTBAT'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  SUSPEND_FR_DT
                 ,       SUSPEND_TO_DT
                 ,       SUSPEND_RSN
                 INTO   :TTBAT.SUSPEND-FR-DT
                 ,      :TTBAT.SUSPEND-TO-DT
                 ,      :TTBAT.SUSPEND-RSN
                 FROM    DTBA.TTBAT
                 WHERE   BUSNID         =  :H-BUSNID
                   AND   SUSPEND_FR_DT <=  :H-ASOF-DT
                   AND  (SUSPEND_TO_DT  =  ' '
                    OR   SUSPEND_TO_DT >=  :H-ASOF-DT)
                 ORDER BY SUSPEND_FR_DT DESC, SUSPEND_SEQNO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     IF  SUSPEND-TO-DT OF TTBAT  =  SPACE
                         MOVE  'OPEN'    TO  W-SUSPEND-TO-TXT
                     ELSE
                         MOVE  SUSPEND-TO-DT OF TTBAT
                                         TO  W-SUSPEND-TO-TXT
                     END-IF
                     MOVE  SPACE         TO  ASOF-VALUE    (W-IX)
                                             ASOF-SRC-NOTE (W-IX)
                     STRING  'SUSPENDED - '
                             SUSPEND-RSN OF TTBAT
                             DELIMITED BY SIZE
                             INTO  ASOF-VALUE (W-IX)
                     END-STRING
                     MOVE  'P'           TO  ASOF-SRC-TP (W-IX)
                     MOVE  SUSPEND-FR-DT OF TTBAT
                                         TO  ASOF-SRC-DT (W-IX)
                     STRING  'SET BY SUSPENSION PERIOD FROM '
                             SUSPEND-FR-DT OF TTBAT
                             ' TO '
                             W-SUSPEND-TO-TXT
                             DELIMITED BY SIZE
                             INTO  ASOF-SRC-NOTE (W-IX)
                     END-STRING
                     GO TO  S2600-SUSPEND-EXIT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S2600-SUSPEND-EXIT
           END-EVALUATE.

           MOVE  SPACE                 TO  H-LAST-END-DT.

           EXEC  SQL
                 SELECT  SUSPEND_FR_DT
                 ,       SUSPEND_TO_DT
                 INTO   :TTBAT.SUSPEND-FR-DT
                 ,      :TTBAT.SUSPEND-TO-DT
                 FROM    DTBA.TTBAT
                 WHERE   BUSNID         =  :H-BUSNID
                   AND   SUSPEND_TO_DT <>  ' '
                   AND   SUSPEND_TO_DT  <  :H-ASOF-DT
                 ORDER BY SUSPEND_TO_DT DESC, SUSPEND_SEQNO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SUSPEND-TO-DT OF TTBAT
                                         TO  H-LAST-END-DT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S2600-SUSPEND-EXIT
           END-EVALUATE.

           MOVE  'TTAAC'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  HISTORY_PRD_FR
                 ,       HISTORY_TP
                 INTO   :H-HISTORY-PRD-FR
                 ,      :H-HISTORY-TP
                 FROM    DTAA.TTAAC
                 WHERE   BUSNID          =  :H-BUSNID
                   AND   RGST_OPEN_DT    =  :H-RGST-OPEN-DT
                   AND   HISTORY_TP     IN  ('G11', 'G12')
                   AND   HISTORY_PRD_FR <=  :H-ASOF-DT
                   AND   HISTORY_PRD_FR  >  :H-LAST-END-DT
                 ORDER BY HISTORY_PRD_FR DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'H'           TO  ASOF-SRC-TP (W-IX)
                     MOVE  H-HISTORY-PRD-FR
                                         TO  ASOF-SRC-DT (W-IX)
                     MOVE  SPACE         TO  ASOF-SRC-NOTE (W-IX)
                     IF  H-HISTORY-TP  =  C-HISTORY-TP-SUSPEND
                         MOVE  'SUSPENDED'
                                         TO  ASOF-VALUE (W-IX)
                         STRING  'SET BY SUSPENSION HISTORY (G11) FROM '
                                 H-HISTORY-PRD-FR
                                 DELIMITED BY SIZE
                                 INTO  ASOF-SRC-NOTE (W-IX)
                         END-STRING
                     ELSE
                         MOVE  'NOT SUSPENDED'
                                         TO  ASOF-VALUE (W-IX)
                         STRING  'SET BY RESUMPTION HISTORY (G12) FROM '
                                 H-HISTORY-PRD-FR
                                 DELIMITED BY SIZE
                                 INTO  ASOF-SRC-NOTE (W-IX)
                         END-STRING
                     END-IF
                     GO TO  S2600-SUSPEND-EXIT
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
                     GO TO  S2600-SUSPEND-EXIT
           END-EVALUATE.

           MOVE  'NOT SUSPENDED'       TO  ASOF-VALUE (W-IX).

           IF  H-LAST-END-DT  =  SPACE
               PERFORM  S3900-NOTE-REGISTRATION
           ELSE
               MOVE  'P'               TO  ASOF-SRC-TP (W-IX)
               MOVE  H-LAST-END-DT     TO  ASOF-SRC-DT (W-IX)
               MOVE  SPACE             TO  ASOF-SRC-NOTE (W-IX)
               STRING  'SET BY END OF SUSPENSION FROM '
                       SUSPEND-FR-DT OF TTBAT
                       ' TO '
                       H-LAST-END-DT
                       DELIMITED BY SIZE
                       INTO  ASOF-SRC-NOTE (W-IX)
               END-STRING
           END-IF.

       S2600-SUSPEND-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *              S 2 7 0 0 - S T A T U S                           *
      *                                                                *
      *    CLOSED WHEN A 'G05' VOLUNTARY OR 'G15' EX OFFICIO CLOSURE   *
      *    ROW OF THIS REGISTRATION IS DATED ON OR BEFORE THE DATE.    *
      *                                                                *
      ******************************************************************

       S2700-STATUS                    SECTION.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S2700-STATUS-EXIT
           END-IF.

           MOVE  C-IX-STATUS           TO  W-IX.
           MOVE  'STATUS'              TO  ASOF-ITEM-NM (W-IX).
           MOVE  'TTAAC'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  HISTORY_PRD_FR
                 ,       HISTORY_TP
                 INTO   :H-HISTORY-PRD-FR
                 ,      :H-HISTORY-TP
                 FROM    DTAA.TTAAC
                 WHERE   BUSNID          =  :H-BUSNID
                   AND   RGST_OPEN_DT    =  :H-RGST-OPEN-DT
                   AND   HISTORY_TP     IN  ('G05', 'G15')
                   AND   HISTORY_PRD_FR <=  :H-ASOF-DT
                 ORDER BY HISTORY_PRD_FR DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'H'           TO  ASOF-SRC-TP (W-IX)
                     MOVE  H-HISTORY-PRD-FR
                                         TO  ASOF-SRC-DT (W-IX)
                     MOVE  SPACE         TO  ASOF-SRC-NOTE (W-IX)
                     IF  H-HISTORY-TP  =  C-HISTORY-TP-EXOFF
                         MOVE  'CLOSED EX OFFICIO'
                                         TO  ASOF-VALUE (W-IX)
                         STRING  'SET BY EX OFFICIO CLOSURE HISTORY '
                                 '(G15) FROM '
                                 H-HISTORY-PRD-FR
                                 DELIMITED BY SIZE
                                 INTO  ASOF-SRC-NOTE (W-IX)
                         END-STRING
                     ELSE
                         MOVE  'CLOSED'  TO  ASOF-VALUE (W-IX)
                         STRING  'SET BY CLOSURE HISTORY (G05) FROM '
                                 H-HISTORY-PRD-FR
                                 DELIMITED BY SIZE
                                 INTO  ASOF-SRC-NOTE (W-IX)
                         END-STRING
                     END-IF
               WHEN  100
                     MOVE  'OPEN'        TO  ASOF-VALUE (W-IX)
                     PERFORM  S3900-NOTE-REGISTRATION
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S2700-STATUS-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *           S 3 1 0 0 - T T B A I - A F T E R                    *
      *                                                                *
      *    THE FIRST AMENDMENT OF H-ITEM-1/H-ITEM-2 DATED AFTER THE    *
      *    DATE - ITS BEFORE-IMAGE IS THE VALUE OF THE DAY.            *
      *                                                                *
      ******************************************************************

       S3100-TTBAI-AFTER               SECTION.

           MOVE  'N'                   TO  S-FOUND.
           MOVE  'TTBAI'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  BF_TXT
                 INTO   :TTBAI.BF-TXT
                 FROM    DTBA.TTBAI
                 WHERE   TXOFF_CD      =  :H-TXOFF-CD
                   AND   RCVE_YEAR     =  :H-RCVE-YEAR
                   AND   RCVE_NO       =  :H-RCVE-NO
                   AND   CHANGED_ITEM IN  (:H-ITEM-1, :H-ITEM-2)
                   AND   AMEND_DT      >  :H-ASOF-DT
                 ORDER BY AMEND_DT, AMEND_TIME, AMEND_SEQNO
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'           TO  S-FOUND
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S3100-TTBAI-AFTER-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *          S 3 2 0 0 - T T B A I - B E F O R E                   *
      *                                                                *
      *    THE LAST AMENDMENT OF H-ITEM-1/H-ITEM-2 DATED ON OR BEFORE  *
      *    THE DATE IS THE EVENT THAT SET THE VALUE OF THE DAY.        *
      *                                                                *
      ******************************************************************

       S3200-TTBAI-BEFORE              SECTION.

           MOVE  'TTBAI'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  CHANGED_ITEM
                 ,       AMEND_RCVE_SEQNO
                 ,       AMEND_DT
                 INTO   :TTBAI.CHANGED-ITEM
                 ,      :TTBAI.AMEND-RCVE-SEQNO
                 ,      :TTBAI.AMEND-DT
                 FROM    DTBA.TTBAI
                 WHERE   TXOFF_CD      =  :H-TXOFF-CD
                   AND   RCVE_YEAR     =  :H-RCVE-YEAR
                   AND   RCVE_NO       =  :H-RCVE-NO
                   AND   CHANGED_ITEM IN  (:H-ITEM-1, :H-ITEM-2)
                   AND   AMEND_DT     <=  :H-ASOF-DT
                 ORDER BY AMEND_DT DESC, AMEND_TIME DESC,
                          AMEND_SEQNO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     PERFORM  S3300-NOTE-AMENDMENT
               WHEN  100
                     PERFORM  S3900-NOTE-REGISTRATION
               WHEN  OTHER
                     PERFORM  S9900-SQL-ERROR
           END-EVALUATE.

       S3200-TTBAI-BEFORE-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *         S 3 3 0 0 - N O T E - A M E N D M E N T                *
      *                                                                *
      *    A LAP12 AMENDMENT IS CITED BY ITS AMENDMENT RECEIPT (ISSUED *
      *    UNDER THE REGISTRATION OFFICE AND YEAR); A LAPB6 MASS       *
      *    DISTRICT AMENDMENT HAS NO RECEIPT AND IS CITED BY DATE.     *
      *                                                                *
      ******************************************************************

       S3300-NOTE-AMENDMENT            SECTION.

           MOVE  AMEND-DT OF TTBAI     TO  ASOF-SRC-DT (W-IX).
           MOVE  SPACE                 TO  ASOF-SRC-NOTE (W-IX).

           IF  AMEND-RCVE-SEQNO OF TTBAI  =  ZERO
               MOVE  'M'               TO  ASOF-SRC-TP (W-IX)
               STRING  'SET BY MASS DISTRICT AMENDMENT ON '
                       AMEND-DT OF TTBAI
                       DELIMITED BY SIZE
                       INTO  ASOF-SRC-NOTE (W-IX)
               END-STRING
               GO TO  S3300-NOTE-AMENDMENT-EXIT
           END-IF.

           MOVE  'A'                   TO  ASOF-SRC-TP (W-IX).

           PERFORM  S3400-LOCATE-RECEIPT.

           IF  NOT  ASOF-RTN-NORMAL
               GO TO  S3300-NOTE-AMENDMENT-EXIT
           END-IF.

           STRING  'SET BY AMENDMENT RECEIPT '
                   H-TXOFF-CD  '-'  H-RCVE-YEAR  '-'
                   AMEND-RCVE-SEQNO OF TTBAI
                   ' ON '
                   AMEND-DT OF TTBAI
                   W-NOTE-TAIL
                   DELIMITED BY SIZE
                   INTO  ASOF-SRC-NOTE (W-IX)
           END-STRING.

       S3300-NOTE-AMENDMENT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *         S 3 4 0 0 - L O C A T E - R E C E I P T                *
      *                                                                *
      *    THE AMENDMENT RECEIPT MAY BE LIVE ON DRWA.TRWAD OR ALREADY  *
      *    MOVED TO DRWH.TRWAD BY THE LAPB9 ARCHIVE RUN - THE CITATION *
      *    STANDS EITHER WAY AND SAYS WHERE THE DOSSIER IS.            *
      *                                                                *
      ******************************************************************

       S3400-LOCATE-RECEIPT            SECTION.

           MOVE  SPACE                 TO  W-NOTE-TAIL.
           MOVE  'TRWAD'               TO  ASOF-ERR-TABLE.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :H-LIVE-CNT
                 FROM    DRWA.TRWAD
                 WHERE   RCVE_NO_TXOFF  =  :H-TXOFF-CD
                   AND   RCVE_NO_YY     =  :H-RCVE-YEAR
                   AND   RCVE_NO_SEQNO  =  :TTBAI.AMEND-RCVE-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S3400-LOCATE-RECEIPT-EXIT
           END-IF.

           IF  H-LIVE-CNT  >  ZERO
               GO TO  S3400-LOCATE-RECEIPT-EXIT
           END-IF.

           EXEC  SQL
                 SELECT  COUNT(*)
                 INTO   :H-ARCH-CNT
                 FROM    DRWH.TRWAD
                 WHERE   RCVE_NO_TXOFF  =  :H-TXOFF-CD
                   AND   RCVE_NO_YY     =  :H-RCVE-YEAR
                   AND   RCVE_NO_SEQNO  =  :TTBAI.AMEND-RCVE-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               PERFORM  S9900-SQL-ERROR
               GO TO  S3400-LOCATE-RECEIPT-EXIT
           END-IF.

           IF  H-ARCH-CNT  >  ZERO
               MOVE  ' ARCHIVED'       TO  W-NOTE-TAIL
               ADD   1                 TO  ASOF-ARCH-CNT
           ELSE
               MOVE  ' NOT ON FILE'    TO  W-NOTE-TAIL
           END-IF.

       S3400-LOCATE-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *       S 3 9 0 0 - N O T E - R E G I S T R A T I O N            *
      *                                                                *
      ******************************************************************

       S3900-NOTE-REGISTRATION         SECTION.

           MOVE  'R'                   TO  ASOF-SRC-TP (W-IX).
           MOVE  H-RGST-OPEN-DT        TO  ASOF-SRC-DT (W-IX).
           MOVE  SPACE                 TO  ASOF-SRC-NOTE (W-IX).

           STRING  'AS REGISTERED, RECEIPT '
                   H-TXOFF-CD  '-'  H-RCVE-YEAR  '-'  H-RCVE-NO
                   ' OPENED '
                   H-RGST-OPEN-DT
                   DELIMITED BY SIZE
                   INTO  ASOF-SRC-NOTE (W-IX)
           END-STRING.

       S3900-NOTE-REGISTRATION-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *             S 9 9 0 0 - S Q L - E R R O R                      *
      *                                                                *
      ******************************************************************

       S9900-SQL-ERROR                 SECTION.

           MOVE  '08'                  TO  ASOF-RTN-CD.
           MOVE  SQLCODE               TO  ASOF-SQLCODE.

       S9900-SQL-ERROR-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LCBSASOF                          *
      *                                                                *
      ******************************************************************
