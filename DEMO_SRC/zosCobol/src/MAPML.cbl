      *                                                                *
      *  TABLES         -  DBAA.TBAAA (u3?vma{/ma?~?/TABLE )         *
      *                 -  DRIA.TRIAA (?vi~TABLE )                   *
261015*                 -  DTJA.TTJAH (ACCOUNT BALANCE SUMMARY)        *
      *                                                                *
      *  OUTPUT FILES   -  NONE                                        *
      *                                                                *
260902*                              AND ASKED TO UNMASK, WHICH IS      *
260902*                              ITSELF LOGGED TO TRWBS WITH A      *
260902*                              REASON CODE (S9500/S9510)          *
261015*  2026/10/15  S.K.CHOI         ACCOUNT BALANCE SUMMARY (STEP=4) *
261015*                              FROM DTJA.TTJAH, OR FROM THE      *
261015*                              TTJAC DETAIL FOR A BUSINESS NOT   *
261015*                              YET SUMMARIZED; POSTING DRILL-    *
261015*                              DOWN (STEP=5); OWNER NET ON THE   *
261015*                              STEP=3 VIEW (S0270-S0282)         *
261015*  2026/10/15  S.K.CHOI         STEP=3 PER-BUSINESS TOTALS ARE   *
261015*                              THE TTJAH NET (S0272); THE        *
261015*                              COMBINED 70-LINE POSITION IS      *
261015*                              STILL SUMMED FROM S0200 PER       *
261015*                              BUSINESS (S0250/S0260)            *
      ******************************************************************
                                                                        
       EJECT                                                            
           05  W-I                    PIC  S9(04) COMP VALUE ZERO.
260822     05  W-J                    PIC  S9(04) COMP VALUE ZERO.
260822     05  W-CONS-BUSNID          PIC  X(10)       VALUE SPACE.
260822     05  S-OWNER-END            PIC  X(01)       VALUE LOW-VALUE.
260822         88  S-OWNER-END-YES                     VALUE HIGH-VALUE.      
261015*    BALANCE SUMMARY (STEP=3/4/5) WORK FIELDS.
261015     05  W-SM-TXTP-LO           PIC  X(02)       VALUE SPACE.
261015     05  W-SM-TXTP-HI           PIC  X(02)       VALUE SPACE.
261015     05  W-SM-SRC               PIC  X(01)       VALUE SPACE.
261015     05  W-SM-ROWS              PIC  S9(09) COMP VALUE +0.
261015     05  W-SM-NET               PIC  S9(13)V9(02) COMP-3 VALUE +0.
261015     05  W-SM-ERR-SAVE          PIC  S9(04) COMP VALUE +0.
261015     05  W-SM-DT-FR             PIC  X(08)       VALUE SPACE.
261015     05  W-SM-DT-TO             PIC  X(08)       VALUE SPACE.
261015     05  W-SM-DT-TO-R           REDEFINES  W-SM-DT-TO.
261015         10  W-SM-DT-TO-YYYY    PIC  9(04).
261015         10  W-SM-DT-TO-MM      PIC  9(02).
261015         10  W-SM-DT-TO-DD      PIC  X(02).
261015*    LAST DAY OF EACH MONTH; FEBRUARY IS RAISED TO 29 IN A LEAP
261015*    YEAR.
261015     05  W-MM-DAYS-TBL          PIC  X(24)       VALUE
261015         '312831303130313130313031'.
261015     05  W-MM-DAYS-R            REDEFINES  W-MM-DAYS-TBL.
261015         10  W-MM-DAYS          PIC  X(02)       OCCURS 12.
261015     05  W-LEAP-QUOT            PIC  9(04)       VALUE ZERO.
261015     05  W-LEAP-REM4            PIC  9(03)       VALUE ZERO.
261015     05  W-LEAP-REM100          PIC  9(03)       VALUE ZERO.
261015     05  W-LEAP-REM400          PIC  9(03)       VALUE ZERO.
261015     05  W-SM-TRANS-DT          PIC  X(08)       VALUE SPACE.
261015     05  W-SM-TRANS-SEQNO       PIC  S9(07) COMP-3 VALUE +0.
261015     05  W-SM-TRANS-TP          PIC  X(02)       VALUE SPACE.
261015     05  W-SM-COMPONENT-CD      PIC  X(01)       VALUE SPACE.
261015     05  W-SM-TRANS-AMT         PIC  S9(13)V9(02) COMP-3 VALUE +0.
261015     05  W-SM-DETAIL-NM         PIC  X(50)       VALUE SPACE.
261015     05  S-SUMM-END             PIC  X(01)       VALUE LOW-VALUE.
261015         88  S-SUMM-END-YES                      VALUE HIGH-VALUE.
           05  W-IQ                   PIC  S9(04) COMP VALUE ZERO.      
           05  W-K                    PIC  S9(04) COMP VALUE ZERO.      
           05  W-COUNT                PIC  S9(04) COMP VALUE ZERO.      
                                                                        
           EXEC SQL  INCLUDE  TJOAB    END-EXEC.

261015*                                ***********         ************
261015*                                *    BALANCE SUMMARY  I/O AREA *
261015*                                ***********         ************

261015     EXEC SQL  INCLUDE  TJOAH    END-EXEC.

      *                                ***********         ************
      *                                *    DRILL-DOWN     I/O AREA   *
      *                                ***********         ************
260317         ORDER BY  SERIAL_NO
260317     END-EXEC.

261015*****************************************************************
261015*    CUR-SUMM - THE BUSINESS'S TTJAH MONTHS, ONE PAGE FROM THE  *
261015*    KEY LAST SHOWN.  CUR-SUMD BUILDS THE SAME ROWS FROM THE    *
261015*    TTJAC DETAIL FOR A BUSINESS WITH NOTHING ON TTJAH YET.     *
261015*    CUR-POST - THE TTJAC POSTINGS BEHIND ONE SUMMARY ROW.      *
261015*****************************************************************
261015     EXEC  SQL
261015           DECLARE  CUR-SUMM  CURSOR  FOR
261015           SELECT   TXTP_CD,  POST_YYMM,
261015                    PY_AMT,   RF_AMT,   PN_AMT,  IN_AMT,
261015                    OF_AMT,   ES_AMT,   WO_AMT,  OTH_AMT,
261015                    NET_AMT,  TRANS_CNT
261015           FROM     DTJA.TTJAH
261015           WHERE    BUSNID     =  :W-HEAD-BUSNID
261015           AND      TXTP_CD  BETWEEN  :W-SM-TXTP-LO
261015                                 AND  :W-SM-TXTP-HI
261015           AND    ( TXTP_CD    >  :W-CM-SM-KEY-TXTP
261015                 OR (TXTP_CD   =  :W-CM-SM-KEY-TXTP
261015                 AND POST_YYMM >  :W-CM-SM-KEY-YYMM))
261015           ORDER BY TXTP_CD, POST_YYMM
261015           FOR FETCH ONLY
261015     END-EXEC.

261015     EXEC  SQL
261015           DECLARE  CUR-SUMD  CURSOR  FOR
261015           SELECT   TXTP_CD,  SUBSTR(TRANS_DT, 1, 6),
261015                    SUM(CASE WHEN TRANS_TP = 'PY'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP = 'RF'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP = 'PN'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP = 'IN'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP = 'OF'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP = 'ES'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP = 'WO'
261015                             THEN TRANS_AMT ELSE 0 END),
261015                    SUM(CASE WHEN TRANS_TP IN ('PY', 'RF', 'PN',
261015                                               'IN', 'OF', 'ES',
261015                                               'WO')
261015                             THEN 0 ELSE TRANS_AMT END),
261015                    SUM(CASE WHEN TRANS_TP IN ('PN', 'IN',
261015                                               'RF', 'ES')
261015                             THEN TRANS_AMT
261015                             WHEN TRANS_TP IN ('PY', 'OF', 'WO')
261015                             THEN 0 - TRANS_AMT
261015                             ELSE 0 END),
261015                    COUNT(*)
261015           FROM     DTJA.TTJAC
261015           WHERE    BUSNID     =  :W-HEAD-BUSNID
261015           AND      TXTP_CD  BETWEEN  :W-SM-TXTP-LO
261015                                 AND  :W-SM-TXTP-HI
261015           AND    ( TXTP_CD    >  :W-CM-SM-KEY-TXTP
261015                 OR (TXTP_CD   =  :W-CM-SM-KEY-TXTP
261015                 AND SUBSTR(TRANS_DT, 1, 6)
261015                               >  :W-CM-SM-KEY-YYMM))
261015           GROUP BY TXTP_CD, SUBSTR(TRANS_DT, 1, 6)
261015           ORDER BY 1, 2
261015           FOR FETCH ONLY
261015     END-EXEC.

261015     EXEC  SQL
261015           DECLARE  CUR-POST  CURSOR  FOR
261015           SELECT   TRANS_DT,  TRANS_SEQNO,  TRANS_TP,
261015                    COMPONENT_CD,  TRANS_AMT,  DETAIL_NM
261015           FROM     DTJA.TTJAC
261015           WHERE    BUSNID     =  :W-HEAD-BUSNID
261015           AND      TXTP_CD    =  :W-TEFFA-TXTP-CD
261015           AND      TRANS_DT BETWEEN  :W-SM-DT-FR
261015                                 AND  :W-SM-DT-TO
261015           AND    ( TRANS_DT   >  :W-CM-SM-KEY-DT
261015                 OR (TRANS_DT  =  :W-CM-SM-KEY-DT
261015                 AND TRANS_SEQNO > :W-CM-SM-KEY-SEQNO))
261015           ORDER BY TRANS_DT, TRANS_SEQNO
261015           FOR FETCH ONLY
261015     END-EXEC.

      *                                ***********         ************ 
      *                                *  PROGRAM SELF COMM AREA      * 
      *                                ***********         ************ 
260317         15  W-CM-TRIAA-BAL-BEPAY-TX  PIC  S9(15) COMP-3.
260317         15  W-CM-TRIAA-ASS-STDAMT    PIC  S9(15) COMP-3.
260903         15  FILLER                   PIC  X(20).
261015*    BALANCE SUMMARY CONTROLS (STEP=3/4/5).  THE KEY FIELDS
261015*    COME IN AS THE LAST ROW SHOWN (SPACE/ZERO = FIRST PAGE)
261015*    AND GO BACK AS THE LAST ROW OF THIS PAGE.
261015     10  W-COMM-SUMMARY-CTL  REDEFINES  W-COMM-FILLER.
261015         15  W-CM-SM-KEY-TXTP         PIC  X(02).
261015         15  W-CM-SM-KEY-YYMM         PIC  X(06).
261015         15  W-CM-SM-KEY-DT           PIC  X(08).
261015         15  W-CM-SM-KEY-SEQNO        PIC  S9(07) COMP-3.
261015         15  W-CM-SM-CNT              PIC  9(02).
261015         15  W-CM-SM-MORE-FG          PIC  X(01).
261015*                                     S = TTJAH, D = TTJAC DETAIL
261015         15  W-CM-SM-SRC-FG           PIC  X(01).
261015         15  W-CM-SM-NET-TOT          PIC  S9(13)V9(02) COMP-3.
261015         15  FILLER                   PIC  X(06).
      *                                     PROGRAM SELF COMMAREA     
       05  W-COMM-PGM-RR.                                               
                                                                        
              10  W-CM-BUSNSECT-NM-BBE         PIC X(30).               
      *      ?3Ha~Öá(?V?V?)                                           
              10  W-CM-DETAIL-NM-BBE           PIC X(50).               
261015        10  W-CM-POSITION.
261015            12  W-CM-DATA  OCCURS   70   TIMES.
      *          ia?7iA~s                                             
                  15  W-CM-NM                  PIC X(30).               
      *          m?}a?(??b?,m?}a??,?V?b??,Ba[?x~?)                 
                  15  W-CM-AMT-RATE-BBE        PIC S999V9 COMP-3.       
                  15  W-CM-CNT-RATE-BBE        PIC S999V9 COMP-3.       
                  15  W-CM-TRE-RATE-BBE        PIC S999V9 COMP-3.       
261015*                                     BALANCE SUMMARY (STEP=4)
261015        10  W-CM-SUMMARY  REDEFINES  W-CM-POSITION.
261015            12  W-CM-SM-DATA      OCCURS   60   TIMES.
261015                15  W-CM-SM-TXTP-CD      PIC X(02).
261015                15  W-CM-SM-POST-YYMM    PIC X(06).
261015                15  W-CM-SM-PY-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-RF-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-PN-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-IN-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-OF-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-ES-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-WO-AMT       PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-OTH-AMT      PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-NET-AMT      PIC S9(13)V99 COMP-3.
261015                15  W-CM-SM-TRANS-CNT    PIC S9(09) COMP.
261015            12  FILLER                   PIC X(210).
261015*                                     POSTING DRILL-DOWN (STEP=5)
261015        10  W-CM-POSTINGS REDEFINES  W-CM-POSITION.
261015            12  W-CM-PS-DATA      OCCURS   60   TIMES.
261015                15  W-CM-PS-TRANS-DT     PIC X(08).
261015                15  W-CM-PS-TRANS-SEQNO  PIC S9(07) COMP-3.
261015                15  W-CM-PS-TRANS-TP     PIC X(02).
261015                15  W-CM-PS-COMPONENT-CD PIC X(01).
261015                15  W-CM-PS-TRANS-AMT    PIC S9(13)V99 COMP-3.
261015                15  W-CM-PS-DETAIL-NM    PIC X(50).
261015            12  FILLER                   PIC X(870).
              10  W-RESULT-RC                  PIC X(001).              
                                                                        
      ***************************************************************** 
260822*THE COMBINED POSITION.
260822               PERFORM  S0250-CONSOLIDATED-PROCESS

261015         WHEN  4
261015*BALANCE SUMMARY - THE ACCOUNT BY TAX TYPE AND POSTING MONTH
261015*FROM DTJA.TTJAH, THE TTJAC DETAIL ONLY WHEN NOT YET SUMMARIZED.
261015               PERFORM  S0270-SUMMARY-PROCESS

261015         WHEN  5
261015*DRILL-DOWN - THE TTJAC POSTINGS BEHIND ONE SUMMARY ROW.
261015               PERFORM  S0280-POSTING-PROCESS

260317         WHEN  OTHER
                      PERFORM  S0200-ONE-PROCESS

260822* THE PER-BUSINESS TOTALS AS THE BREAKDOWN PAGE -- SO AN         *
260822* OFFICER ASSESSING THE PERSON NO LONGER RUNS THE SCREEN ONCE    *
260822* PER BUSNID AND ADDS THE COLUMNS ON PAPER.                      *
261015* THE PER-BUSINESS TOTAL IS THE BUSINESS'S ACCOUNT NET FROM THE  *
261015* DTJA.TTJAH SUMMARY (S0272), FROM THE TTJAC DETAIL ONLY FOR A   *
261015* BUSINESS NOT YET SUMMARIZED; THE OWNER'S COMBINED NET IS       *
261015* RETURNED IN W-CM-SM-NET-TOT.                                   *
260822******************************************************************

260822 S0250-CONSOLIDATED-PROCESS      SECTION.
260822              MOVE  SPACE        TO  W-CM-CONS-BUSNID (W-J)
260822              MOVE  ZERO         TO  W-CM-CONS-TOT    (W-J)
260822     END-PERFORM.
261015*    THE OWNER'S COMBINED ACCOUNT NET RIDES IN THE SUMMARY
261015*    CONTROLS, FROM TTJAH LIKE THE STEP=4 VIEW.
261015     MOVE  ZERO                  TO  W-CM-SM-CNT
261015                                     W-CM-SM-NET-TOT.
261015     MOVE  'N'                   TO  W-CM-SM-MORE-FG.
261015     MOVE  'S'                   TO  W-CM-SM-SRC-FG.
261015     MOVE  LOW-VALUE             TO  W-SM-TXTP-LO.
261015     MOVE  HIGH-VALUE            TO  W-SM-TXTP-HI.

260822     EXEC SQL OPEN CUR-OWNER
260822     END-EXEC.
260822     EXEC SQL CLOSE CUR-OWNER
260822     END-EXEC.

261015     IF  W-CM-CONS-CNT  =  ZERO  AND  A-ERROR-COUNT-ZERO
260822         ADD  1                  TO A-ERROR-COUNT
260822         MOVE 'NO ACTIVE BUSINESS FOR THIS OWNER'
260822                                 TO W-COMM-MSG
260822               MOVE  W-CONS-BUSNID    TO  W-HEAD-BUSNID
260822               PERFORM  S0300-INITIALIZE
260822               PERFORM  S0200-ONE-PROCESS
260822               PERFORM  VARYING  W-I  FROM  1  BY  1
260822                                 UNTIL  W-I  >  C-SEVENTY
260822                        ADD  W-CM-AMT (W-I)
260822                                    TO  W-CONS-AMT (W-I)
260822               END-PERFORM
261015*              S0200 COUNTS A BUSINESS WITH NO BJVAM0 YEAR AS AN
261015*              ERROR AND THE LOOP CARRIES ON; ONLY A FAILED S0272
261015*              READ ENDS IT.
261015               MOVE  A-ERROR-COUNT    TO  W-SM-ERR-SAVE
261015               PERFORM  S0272-BUSN-NET
261015               IF  A-ERROR-COUNT  >  W-SM-ERR-SAVE
261015                   MOVE  HIGH-VALUE   TO  S-OWNER-END
261015                   GO TO  S0260-ONE-BUSINESS-EXIT
261015               END-IF
260822               ADD   1            TO  W-CM-CONS-CNT
260822               MOVE  W-CONS-BUSNID
260822                 TO  W-CM-CONS-BUSNID (W-CM-CONS-CNT)
261015               MOVE  W-SM-NET
260822                 TO  W-CM-CONS-TOT    (W-CM-CONS-CNT)
261015               ADD   W-SM-NET         TO  W-CM-SM-NET-TOT
261015               IF  W-SM-SRC  =  'D'
261015                   MOVE  'D'          TO  W-CM-SM-SRC-FG
261015               END-IF
260822     END-EVALUATE.

260822 S0260-ONE-BUSINESS-EXIT.
260822     EXIT.
260822     EJECT

261015******************************************************************
261015*                                                                *
261015*    S 0 2 7 0 - S U M M A R Y - P R O C E S S                   *
261015*                                                                *
261015* STEP=4 ENTRY POINT.  THE BUSINESS'S ACCOUNT POSITION BY TAX    *
261015* TYPE AND POSTING MONTH, READ FROM THE DTJA.TTJAH SUMMARY THAT  *
261015* MAPB9 REBUILDS NIGHTLY AND EVERY POSTING PROGRAM KEEPS UP TO   *
261015* DATE THROUGH MAPSE.  A BUSINESS WITH NO TTJAH ROW YET IS       *
261015* SUMMED FROM THE TTJAC DETAIL INSTEAD (W-CM-SM-SRC-FG 'D').     *
261015* W-TEFFA-TXTP-CD LIMITS THE PAGE TO ONE TAX TYPE (SPACE = ALL). *
261015* UP TO 60 MONTHS A PAGE; W-CM-SM-MORE-FG TELLS THE CALLER TO    *
261015* COME BACK WITH THE KEY OF THE LAST ROW FOR THE NEXT PAGE.      *
261015* W-CM-SM-NET-TOT IS THE NET OF EVERY MONTH, NOT JUST THE PAGE.  *
261015******************************************************************

261015 S0270-SUMMARY-PROCESS           SECTION.

261015     IF  W-HEAD-BUSNID  =  SPACE
261015         ADD  1                  TO A-ERROR-COUNT
261015         MOVE 'BUSNID REQUIRED'  TO W-COMM-MSG
261015         GO TO  S0270-SUMMARY-PROCESS-EXIT
261015     END-IF.

261015     INITIALIZE  W-CM-SUMMARY.
261015     MOVE  ZERO                  TO  W-CM-SM-CNT.
261015     MOVE  'N'                   TO  W-CM-SM-MORE-FG.

261015     IF  W-TEFFA-TXTP-CD  =  SPACE
261015         MOVE  LOW-VALUE         TO  W-SM-TXTP-LO
261015         MOVE  HIGH-VALUE        TO  W-SM-TXTP-HI
261015     ELSE
261015         MOVE  W-TEFFA-TXTP-CD   TO  W-SM-TXTP-LO
261015                                     W-SM-TXTP-HI
261015     END-IF.

261015     PERFORM  S0272-BUSN-NET.

261015     IF  NOT A-ERROR-COUNT-ZERO
261015         GO TO  S0270-SUMMARY-PROCESS-EXIT
261015     END-IF.

261015     MOVE  W-SM-SRC              TO  W-CM-SM-SRC-FG.
261015     MOVE  W-SM-NET              TO  W-CM-SM-NET-TOT.

261015     IF  W-SM-SRC  =  'S'
261015         EXEC SQL OPEN CUR-SUMM
261015         END-EXEC
261015     ELSE
261015         EXEC SQL OPEN CUR-SUMD
261015         END-EXEC
261015     END-IF.

261015     IF  SQLCODE  NOT = C-SQL-NORMAL
261015         ADD   1                    TO  A-ERROR-COUNT
261015         MOVE  SQLCODE              TO  W-SQL
261015         MOVE  W-SQL                TO  W-COMM-RC
261015         MOVE  'S0270-SUMMARY-OPEN' TO  W-COMM-MSG
261015         GO TO  S0270-SUMMARY-PROCESS-EXIT
261015     END-IF.

261015     MOVE  LOW-VALUE             TO  S-SUMM-END.
261015     PERFORM  S0274-SUMMARY-FETCH
261015              UNTIL  S-SUMM-END-YES.

261015     IF  W-SM-SRC  =  'S'
261015         EXEC SQL CLOSE CUR-SUMM
261015         END-EXEC
261015     ELSE
261015         EXEC SQL CLOSE CUR-SUMD
261015         END-EXEC
261015     END-IF.

261015     IF  W-CM-SM-CNT  >  ZERO
261015         MOVE  W-CM-SM-TXTP-CD   (W-CM-SM-CNT)
261015                                 TO  W-CM-SM-KEY-TXTP
261015         MOVE  W-CM-SM-POST-YYMM (W-CM-SM-CNT)
261015                                 TO  W-CM-SM-KEY-YYMM
261015     END-IF.

261015 S0270-SUMMARY-PROCESS-EXIT.
261015     EXIT.
261015     EJECT

261015******************************************************************
261015*                                                                *
261015*    S 0 2 7 2 - B U S N - N E T                                 *
261015*                                                                *
261015* THE NET (PN + IN + RF + ES - PY - OF - WO) OF W-HEAD-BUSNID    *
261015* FOR THE W-SM-TXTP-LO/HI RANGE.  TTJAH WHEN THE BUSINESS HAS    *
261015* SUMMARY ROWS (W-SM-SRC 'S'), OTHERWISE THE TTJAC DETAIL ('D'). *
261015******************************************************************

261015 S0272-BUSN-NET                  SECTION.

261015     MOVE  ZERO                  TO  W-SM-ROWS
261015                                     W-SM-NET.
261015     MOVE  'S'                   TO  W-SM-SRC.

261015     EXEC SQL SELECT  COUNT(*),  COALESCE(SUM(NET_AMT), 0)
261015                INTO :W-SM-ROWS, :W-SM-NET
261015                FROM  DTJA.TTJAH
261015                WHERE BUSNID        = :W-HEAD-BUSNID
261015                  AND TXTP_CD BETWEEN :W-SM-TXTP-LO
261015                                  AND :W-SM-TXTP-HI
261015     END-EXEC.

261015     IF  SQLCODE  NOT = C-SQL-NORMAL
261015         ADD   1                    TO  A-ERROR-COUNT
261015         MOVE  SQLCODE              TO  W-SQL
261015         MOVE  W-SQL                TO  W-COMM-RC
261015         MOVE  'S0272-TTJAH-SELECT' TO  W-COMM-MSG
261015         GO TO  S0272-BUSN-NET-EXIT
261015     END-IF.

261015     IF  W-SM-ROWS  >  ZERO
261015         GO TO  S0272-BUSN-NET-EXIT
261015     END-IF.

261015     MOVE  'D'                   TO  W-SM-SRC.

261015     EXEC SQL SELECT  COALESCE(SUM(
261015                        CASE WHEN TRANS_TP IN ('PN', 'IN',
261015                                               'RF', 'ES')
261015                             THEN TRANS_AMT
261015                             WHEN TRANS_TP IN ('PY', 'OF', 'WO')
261015                             THEN 0 - TRANS_AMT
261015                             ELSE 0 END), 0)
261015                INTO :W-SM-NET
261015                FROM  DTJA.TTJAC
261015                WHERE BUSNID        = :W-HEAD-BUSNID
261015                  AND TXTP_CD BETWEEN :W-SM-TXTP-LO
261015                                  AND :W-SM-TXTP-HI
261015     END-EXEC.

261015     IF  SQLCODE  NOT = C-SQL-NORMAL
261015         ADD   1                    TO  A-ERROR-COUNT
261015         MOVE  SQLCODE              TO  W-SQL
261015         MOVE  W-SQL                TO  W-COMM-RC
261015         MOVE  'S0272-TTJAC-SELECT' TO  W-COMM-MSG
261015     END-IF.

261015 S0272-BUSN-NET-EXIT.
261015     EXIT.
261015     EJECT

261015******************************************************************
261015*                                                                *
261015*    S 0 2 7 4 - S U M M A R Y - F E T C H                       *
261015*                                                                *
261015******************************************************************

261015 S0274-SUMMARY-FETCH             SECTION.

261015     IF  W-SM-SRC  =  'S'
261015         EXEC SQL FETCH CUR-SUMM
261015                   INTO :TTJAH.TXTP-CD,   :TTJAH.POST-YYMM,
261015                        :TTJAH.PY-AMT,    :TTJAH.RF-AMT,
261015                        :TTJAH.PN-AMT,    :TTJAH.IN-AMT,
261015                        :TTJAH.OF-AMT,    :TTJAH.ES-AMT,
261015                        :TTJAH.WO-AMT,    :TTJAH.OTH-AMT,
261015                        :TTJAH.NET-AMT,   :TTJAH.TRANS-CNT
261015         END-EXEC
261015     ELSE
261015         EXEC SQL FETCH CUR-SUMD
261015                   INTO :TTJAH.TXTP-CD,   :TTJAH.POST-YYMM,
261015                        :TTJAH.PY-AMT,    :TTJAH.RF-AMT,
261015                        :TTJAH.PN-AMT,    :TTJAH.IN-AMT,
261015                        :TTJAH.OF-AMT,    :TTJAH.ES-AMT,
261015                        :TTJAH.WO-AMT,    :TTJAH.OTH-AMT,
261015                        :TTJAH.NET-AMT,   :TTJAH.TRANS-CNT
261015         END-EXEC
261015     END-IF.

261015     EVALUATE  TRUE
261015         WHEN  SQLCODE  =  C-SQL-NOTFND
261015               MOVE  HIGH-VALUE   TO  S-SUMM-END

261015         WHEN  SQLCODE  NOT =  C-SQL-NORMAL
261015               MOVE  HIGH-VALUE   TO  S-SUMM-END
261015               ADD   1                    TO  A-ERROR-COUNT
261015               MOVE  SQLCODE              TO  W-SQL
261015               MOVE  W-SQL                TO  W-COMM-RC
261015               MOVE  'S0274-SUMMARY-FETCH' TO W-COMM-MSG

261015         WHEN  W-CM-SM-CNT  >=  60
261015               MOVE  HIGH-VALUE   TO  S-SUMM-END
261015               MOVE  'Y'          TO  W-CM-SM-MORE-FG

261015         WHEN  OTHER
261015               ADD   1            TO  W-CM-SM-CNT
261015               MOVE  W-CM-SM-CNT  TO  W-K
261015               MOVE  TXTP-CD   OF TTJAH
261015                 TO  W-CM-SM-TXTP-CD   (W-K)
261015               MOVE  POST-YYMM OF TTJAH
261015                 TO  W-CM-SM-POST-YYMM (W-K)
261015               MOVE  PY-AMT    OF TTJAH
261015                 TO  W-CM-SM-PY-AMT    (W-K)
261015               MOVE  RF-AMT    OF TTJAH
261015                 TO  W-CM-SM-RF-AMT    (W-K)
261015               MOVE  PN-AMT    OF TTJAH
261015                 TO  W-CM-SM-PN-AMT    (W-K)
261015               MOVE  IN-AMT    OF TTJAH
261015                 TO  W-CM-SM-IN-AMT    (W-K)
261015               MOVE  OF-AMT    OF TTJAH
261015                 TO  W-CM-SM-OF-AMT    (W-K)
261015               MOVE  ES-AMT    OF TTJAH
261015                 TO  W-CM-SM-ES-AMT    (W-K)
261015               MOVE  WO-AMT    OF TTJAH
261015                 TO  W-CM-SM-WO-AMT    (W-K)
261015               MOVE  OTH-AMT   OF TTJAH
261015                 TO  W-CM-SM-OTH-AMT   (W-K)
261015               MOVE  NET-AMT   OF TTJAH
261015                 TO  W-CM-SM-NET-AMT   (W-K)
261015               MOVE  TRANS-CNT OF TTJAH
261015                 TO  W-CM-SM-TRANS-CNT (W-K)
261015     END-EVALUATE.

261015 S0274-SUMMARY-FETCH-EXIT.
261015     EXIT.
261015     EJECT

261015******************************************************************
261015*                                                                *
261015*    S 0 2 8 0 - P O S T I N G - P R O C E S S                   *
261015*                                                                *
261015* STEP=5 ENTRY POINT.  THE TTJAC POSTINGS BEHIND ONE SUMMARY     *
261015* ROW - W-TEFFA-TXTP-CD AND THE POSTING MONTH IN                 *
261015* W-CM-SM-KEY-YYMM - IN POSTING ORDER, 60 A PAGE, PAGED ON       *
261015* W-CM-SM-KEY-DT/SEQNO.  THE ONLY STEP THAT STILL READS THE      *
261015* DETAIL ROW BY ROW.                                             *
261015******************************************************************

261015 S0280-POSTING-PROCESS           SECTION.

261015     IF  W-HEAD-BUSNID     =  SPACE  OR
261015         W-TEFFA-TXTP-CD   =  SPACE  OR
261015         W-CM-SM-KEY-YYMM  =  SPACE
261015         ADD  1                  TO A-ERROR-COUNT
261015         MOVE 'BUSNID, TAX TYPE AND MONTH REQUIRED'
261015                                 TO W-COMM-MSG
261015         GO TO  S0280-POSTING-PROCESS-EXIT
261015     END-IF.

261015     INITIALIZE  W-CM-POSTINGS.
261015     MOVE  ZERO                  TO  W-CM-SM-CNT.
261015     MOVE  'N'                   TO  W-CM-SM-MORE-FG.
261015     MOVE  'D'                   TO  W-CM-SM-SRC-FG.

261015     MOVE  W-CM-SM-KEY-YYMM      TO  W-SM-DT-FR (1:6)
261015                                     W-SM-DT-TO (1:6).
261015     MOVE  '01'                  TO  W-SM-DT-FR (7:2).
261015     IF  W-CM-SM-KEY-YYMM  NOT NUMERIC  OR
261015         W-SM-DT-TO-MM  <  1  OR
261015         W-SM-DT-TO-MM  >  12
261015         ADD  1                  TO A-ERROR-COUNT
261015         MOVE 'POSTING MONTH MUST BE YYYYMM'
261015                                 TO W-COMM-MSG
261015         GO TO  S0280-POSTING-PROCESS-EXIT
261015     END-IF.
261015     MOVE  W-MM-DAYS (W-SM-DT-TO-MM)
261015                                 TO  W-SM-DT-TO-DD.
261015     IF  W-SM-DT-TO-MM  =  2
261015         DIVIDE  W-SM-DT-TO-YYYY  BY  4    GIVING  W-LEAP-QUOT
261015                                        REMAINDER  W-LEAP-REM4
261015         DIVIDE  W-SM-DT-TO-YYYY  BY  100  GIVING  W-LEAP-QUOT
261015                                        REMAINDER  W-LEAP-REM100
261015         DIVIDE  W-SM-DT-TO-YYYY  BY  400  GIVING  W-LEAP-QUOT
261015                                        REMAINDER  W-LEAP-REM400
261015         IF  W-LEAP-REM4  =  ZERO  AND
261015            (W-LEAP-REM100  NOT =  ZERO  OR
261015             W-LEAP-REM400  =  ZERO)
261015             MOVE  '29'          TO  W-SM-DT-TO-DD
261015         END-IF
261015     END-IF.
261015     IF  W-CM-SM-KEY-DT  =  SPACE
261015         MOVE  ZERO              TO  W-CM-SM-KEY-SEQNO
261015     END-IF.

261015     EXEC SQL OPEN CUR-POST
261015     END-EXEC.

261015     IF  SQLCODE  NOT = C-SQL-NORMAL
261015         ADD   1                    TO  A-ERROR-COUNT
261015         MOVE  SQLCODE              TO  W-SQL
261015         MOVE  W-SQL                TO  W-COMM-RC
261015         MOVE  'S0280-POSTING-OPEN' TO  W-COMM-MSG
261015         GO TO  S0280-POSTING-PROCESS-EXIT
261015     END-IF.

261015     MOVE  LOW-VALUE             TO  S-SUMM-END.
261015     PERFORM  S0282-POSTING-FETCH
261015              UNTIL  S-SUMM-END-YES.

261015     EXEC SQL CLOSE CUR-POST
261015     END-EXEC.

261015     IF  W-CM-SM-CNT  >  ZERO
261015         MOVE  W-CM-PS-TRANS-DT    (W-CM-SM-CNT)
261015                                 TO  W-CM-SM-KEY-DT
261015         MOVE  W-CM-PS-TRANS-SEQNO (W-CM-SM-CNT)
261015                                 TO  W-CM-SM-KEY-SEQNO
261015     END-IF.

261015 S0280-POSTING-PROCESS-EXIT.
261015     EXIT.
261015     EJECT

261015******************************************************************
261015*                                                                *
261015*    S 0 2 8 2 - P O S T I N G - F E T C H                       *
261015*                                                                *
261015******************************************************************

261015 S0282-POSTING-FETCH             SECTION.

261015     EXEC SQL FETCH CUR-POST
261015               INTO :W-SM-TRANS-DT,     :W-SM-TRANS-SEQNO,
261015                    :W-SM-TRANS-TP,     :W-SM-COMPONENT-CD,
261015                    :W-SM-TRANS-AMT,    :W-SM-DETAIL-NM
261015     END-EXEC.

261015     EVALUATE  TRUE
261015         WHEN  SQLCODE  =  C-SQL-NOTFND
261015               MOVE  HIGH-VALUE   TO  S-SUMM-END

261015         WHEN  SQLCODE  NOT =  C-SQL-NORMAL
261015               MOVE  HIGH-VALUE   TO  S-SUMM-END
261015               ADD   1                    TO  A-ERROR-COUNT
261015               MOVE  SQLCODE              TO  W-SQL
261015               MOVE  W-SQL                TO  W-COMM-RC
261015               MOVE  'S0282-POSTING-FETCH' TO W-COMM-MSG

261015         WHEN  W-CM-SM-CNT  >=  60
261015               MOVE  HIGH-VALUE   TO  S-SUMM-END
261015               MOVE  'Y'          TO  W-CM-SM-MORE-FG

261015         WHEN  OTHER
261015               ADD   1            TO  W-CM-SM-CNT
261015               MOVE  W-CM-SM-CNT  TO  W-K
261015               MOVE  W-SM-TRANS-DT
261015                 TO  W-CM-PS-TRANS-DT     (W-K)
261015               MOVE  W-SM-TRANS-SEQNO
261015                 TO  W-CM-PS-TRANS-SEQNO  (W-K)
261015               MOVE  W-SM-TRANS-TP
261015                 TO  W-CM-PS-TRANS-TP     (W-K)
261015               MOVE  W-SM-COMPONENT-CD
261015                 TO  W-CM-PS-COMPONENT-CD (W-K)
261015               MOVE  W-SM-TRANS-AMT
261015                 TO  W-CM-PS-TRANS-AMT    (W-K)
261015               MOVE  W-SM-DETAIL-NM
261015                 TO  W-CM-PS-DETAIL-NM    (W-K)
261015     END-EVALUATE.

261015 S0282-POSTING-FETCH-EXIT.
261015     EXIT.
261015     EJECT

      ******************************************************************
      *                                                                *
      *               S 0 2 0 0 - O N E - P R O C E S S                *
