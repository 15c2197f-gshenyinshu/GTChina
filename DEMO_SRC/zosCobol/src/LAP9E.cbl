      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP9E.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  E                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  TAXPAYER COMMUNICATION PREFERENCE AND       *
      *                     CONSENT REGISTER.  KEEPS THE ONE           *
      *                     DRWB.TRWDB ROW PER TAXPAYER THAT EVERY     *
      *                     NOTICE PRODUCER (THROUGH LCBSCORR) AND THE *
      *                     CERTIFICATE INTAKE PROGRAMS FOLLOW:        *
      *                       I  INQUIRE THE CURRENT PREFERENCE        *
      *                       H  SHOW ONE DRWB.TRWDC HISTORY IMAGE     *
      *                       R  REGISTER OR CHANGE THE CHANNEL, ITS   *
      *                          CONTACT AND THE LANGUAGE              *
      *                       C  RECORD CONSENT TO ELECTRONIC SERVICE  *
      *                          WITH ITS EVIDENCE (AND, OPTIONALLY,   *
      *                          THE ELECTRONIC CHANNEL IN THE SAME    *
      *                          STEP)                                 *
      *                       W  RECORD WITHDRAWAL OF CONSENT - THE    *
      *                          CHANNEL RETURNS TO POST               *
      *                     AN ELECTRONIC CHANNEL MAY ONLY BE SET      *
      *                     WHILE CONSENT IS ON FILE.  EVERY CHANGE    *
      *                     WRITES THE FULL ROW IMAGE TO TRWDC.        *
      *                                                                *
      *  TRANSACTION    -  LA9E                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  200 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  200 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWDB (  COMMUNICATION PREFERENCE   )             CRU    *
      *  DRWB.TRWDC (  PREFERENCE HISTORY         )             CR     *
      *  DTIA.TTIAA (  RESIDENT MASTER            )             R      *
      *  DTAA.TTAAA (  BUSINESS MASTER            )             R      *
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
           VALUE 'LAP9E - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP9E             PIC  X(05)  VALUE 'LAP9E'.
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
           05  S-ROW-FOUND             PIC  X(01)  VALUE 'N'.
               88  S-ROW-FOUND-YES                 VALUE 'Y'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-CNT                   PIC S9(09)  COMP VALUE +0.
           05  W-BUSNID                PIC  X(10)  VALUE SPACE.
      *    TRWDB HIST-SEQNO AS READ - THE UPDATE IS REFUSED IF ANOTHER
      *    OPERATOR CHANGED THE ROW IN BETWEEN.
           05  W-OLD-HIST-SEQNO        PIC S9(05)  COMP-3 VALUE +0.
           05  W-CHG-TP                PIC  X(01)  VALUE SPACE.

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
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
               88  W-COMM-ACTION-HISTORY           VALUE 'H'.
               88  W-COMM-ACTION-REGISTER          VALUE 'R'.
               88  W-COMM-ACTION-CONSENT           VALUE 'C'.
               88  W-COMM-ACTION-WITHDRAW          VALUE 'W'.
      *    RESID (13) OR BUSNID (10, LEFT-JUSTIFIED).
           05  W-COMM-TXPAYER-ID       PIC  X(13).
      *    'H' ACTION - THE HISTORY IMAGE TO SHOW; ALL ACTIONS RETURN
      *    THE SEQUENCE OF THE IMAGE SHOWN OR WRITTEN.
           05  W-COMM-HIST-SEQNO       PIC  9(05).
      *    'P' POST, 'E' E-DELIVERY, 'S' SMS, 'M' E-MAIL, AND THE
      *    ENDPOINT, MOBILE NUMBER OR E-MAIL ADDRESS OF THAT CHANNEL.
           05  W-COMM-PREF-CHANNEL     PIC  X(01).
           05  W-COMM-CONTACT          PIC  X(64).
           05  W-COMM-LANG-CD          PIC  X(01).
      *    'C' / 'W' ACTION - 'F' SIGNED FORM, 'O' ON-LINE CERTIFIED
      *    LOGIN, 'T' RECORDED CALL, AND ITS REFERENCE.
           05  W-COMM-EVID-TP          PIC  X(01).
           05  W-COMM-EVID-REF         PIC  X(30).
      *    OUTPUT - CONSENT STATUS AND THE DATE IT TOOK EFFECT (THE
      *    CHANGE DATE ON 'H', WITH THE CHANGE TYPE).
           05  W-COMM-CONSENT-STAUS    PIC  X(01).
           05  W-COMM-EVENT-DT         PIC  X(08).
           05  W-COMM-CHG-TP           PIC  X(01).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(50).
           05  FILLER                  PIC  X(12).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWDB          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWODB   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWDC          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWODC   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP9E - WORKING STORAGE ENDS HERE'.

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
      *      DISPATCH ON THE REQUESTED REGISTER ACTION.
      *****************************************************************
       S2000-MAIN               SECTION.

      * CONSENT TO ELECTRONIC SERVICE DECIDES WHERE LEGAL NOTICES
      * GO - ONLY OPERATORS THE CENTRAL AUTHORITY TABLE NAMES MAY
      * CHANGE IT.  INQUIRY AND HISTORY STAY OPEN.
           IF  NOT  W-COMM-ACTION-INQUIRE
           AND NOT  W-COMM-ACTION-HISTORY
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'LAP9EMNT'        TO  L-SAUTH-FUNC-CD
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

           IF  W-COMM-TXPAYER-ID  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TAXPAYER ID REQUIRED'     TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2100-INQUIRE
               WHEN  W-COMM-ACTION-HISTORY
                     PERFORM  S2200-HISTORY
               WHEN  W-COMM-ACTION-REGISTER
                     PERFORM  S2300-REGISTER
               WHEN  W-COMM-ACTION-CONSENT
                     PERFORM  S2400-CONSENT
               WHEN  W-COMM-ACTION-WITHDRAW
                     PERFORM  S2500-WITHDRAW
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-INQUIRE
      *      THE CURRENT PREFERENCE, WITH THE CONTACT OF THE CHANNEL
      *      IN FORCE.  A TAXPAYER WITH NO ROW GETS POST.
      *****************************************************************
       S2100-INQUIRE            SECTION.

           PERFORM  S7100-READ-REGISTER.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2100-INQUIRE-EXIT
           END-IF.

           IF  NOT  S-ROW-FOUND-YES
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO PREFERENCE ON FILE - POST IS USED'
                                        TO  W-COMM-MSG
               GO TO  S2100-INQUIRE-EXIT
           END-IF.

           MOVE  PREF-CHANNEL  OF TRWDB
                                       TO  W-COMM-PREF-CHANNEL.
           MOVE  LANG-CD       OF TRWDB
                                       TO  W-COMM-LANG-CD.
           MOVE  CONSENT-STAUS OF TRWDB
                                       TO  W-COMM-CONSENT-STAUS.
           MOVE  CONSENT-EVID-TP  OF TRWDB
                                       TO  W-COMM-EVID-TP.
           MOVE  CONSENT-EVID-REF OF TRWDB
                                       TO  W-COMM-EVID-REF.
           MOVE  HIST-SEQNO    OF TRWDB
                                       TO  W-COMM-HIST-SEQNO.
           MOVE  SPACE                 TO  W-COMM-CHG-TP.

           EVALUATE  TRUE
               WHEN  PREF-CHANNEL-EDELIVERY
                     MOVE  EDLV-ENDPOINT OF TRWDB
                                        TO  W-COMM-CONTACT
               WHEN  PREF-CHANNEL-SMS
                     MOVE  MOBILE-NO   OF TRWDB
                                        TO  W-COMM-CONTACT
               WHEN  PREF-CHANNEL-EMAIL
                     MOVE  EMAIL-ADDR  OF TRWDB
                                        TO  W-COMM-CONTACT
               WHEN  OTHER
                     MOVE  SPACE       TO  W-COMM-CONTACT
           END-EVALUATE.

           IF  CONSENT-WITHDRAWN
               MOVE  WDRW-DT    OF TRWDB
                                       TO  W-COMM-EVENT-DT
           ELSE
               MOVE  CONSENT-DT OF TRWDB
                                       TO  W-COMM-EVENT-DT
           END-IF.

           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  'PREFERENCE DISPLAYED'     TO  W-COMM-MSG.

       S2100-INQUIRE-EXIT.
           EXIT.
      *****************************************************************
      *S2200-HISTORY
      *      ONE TRWDC IMAGE BY SEQUENCE.  SEQUENCE ZERO SHOWS THE
      *      LATEST CHANGE.
      *****************************************************************
       S2200-HISTORY            SECTION.

           IF  W-COMM-HIST-SEQNO  NOT NUMERIC
               MOVE  ZERO              TO  W-COMM-HIST-SEQNO
           END-IF.

           MOVE  W-COMM-HIST-SEQNO     TO  HIST-SEQNO OF TRWDC.

           EXEC  SQL  SELECT  HIST_SEQNO, CHG_TP, PREF_CHANNEL,
                              EDLV_ENDPOINT, MOBILE_NO, EMAIL_ADDR,
                              LANG_CD, CONSENT_STAUS,
                              CONSENT_EVID_TP, CONSENT_EVID_REF,
                              CHG_DT
                        INTO  :TRWDC.HIST-SEQNO,
                              :TRWDC.CHG-TP,
                              :TRWDC.PREF-CHANNEL,
                              :TRWDC.EDLV-ENDPOINT,
                              :TRWDC.MOBILE-NO,
                              :TRWDC.EMAIL-ADDR,
                              :TRWDC.LANG-CD,
                              :TRWDC.CONSENT-STAUS,
                              :TRWDC.CONSENT-EVID-TP,
                              :TRWDC.CONSENT-EVID-REF,
                              :TRWDC.CHG-DT
                        FROM  DRWB.TRWDC
                       WHERE  TXPAYER_ID  = :W-COMM-TXPAYER-ID
                         AND  (HIST_SEQNO = :TRWDC.HIST-SEQNO
                          OR  (:TRWDC.HIST-SEQNO = 0
                               AND HIST_SEQNO =
                                   (SELECT MAX(HIST_SEQNO)
                                      FROM DRWB.TRWDC
                                     WHERE TXPAYER_ID =
                                           :W-COMM-TXPAYER-ID)))
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'HISTORY ENTRY NOT FOUND'  TO  W-COMM-MSG
                     GO TO  S2200-HISTORY-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWDC SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
                     GO TO  S2200-HISTORY-EXIT
           END-EVALUATE.

           MOVE  HIST-SEQNO    OF TRWDC
                                       TO  W-COMM-HIST-SEQNO.
           MOVE  CHG-TP        OF TRWDC
                                       TO  W-COMM-CHG-TP.
           MOVE  PREF-CHANNEL  OF TRWDC
                                       TO  W-COMM-PREF-CHANNEL.
           MOVE  LANG-CD       OF TRWDC
                                       TO  W-COMM-LANG-CD.
           MOVE  CONSENT-STAUS OF TRWDC
                                       TO  W-COMM-CONSENT-STAUS.
           MOVE  CONSENT-EVID-TP  OF TRWDC
                                       TO  W-COMM-EVID-TP.
           MOVE  CONSENT-EVID-REF OF TRWDC
                                       TO  W-COMM-EVID-REF.
           MOVE  CHG-DT        OF TRWDC
                                       TO  W-COMM-EVENT-DT.

           EVALUATE  PREF-CHANNEL OF TRWDC
               WHEN  'E'
                     MOVE  EDLV-ENDPOINT OF TRWDC
                                        TO  W-COMM-CONTACT
               WHEN  'S'
                     MOVE  MOBILE-NO   OF TRWDC
                                        TO  W-COMM-CONTACT
               WHEN  'M'
                     MOVE  EMAIL-ADDR  OF TRWDC
                                        TO  W-COMM-CONTACT
               WHEN  OTHER
                     MOVE  SPACE       TO  W-COMM-CONTACT
           END-EVALUATE.

           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  'HISTORY ENTRY DISPLAYED'  TO  W-COMM-MSG.

       S2200-HISTORY-EXIT.
           EXIT.
      *****************************************************************
      *S2300-REGISTER
      *      SET THE CHANNEL, ITS CONTACT AND THE LANGUAGE.  A NEW
      *      TAXPAYER MUST BE ON THE RESIDENT OR BUSINESS MASTER.  AN
      *      ELECTRONIC CHANNEL NEEDS CONSENT ON FILE FIRST (ACTION
      *      C), SO NO NOTICE IS EVER SERVED ELECTRONICALLY WITHOUT
      *      IT.
      *****************************************************************
       S2300-REGISTER           SECTION.

           PERFORM  S7100-READ-REGISTER.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2300-REGISTER-EXIT
           END-IF.

           IF  NOT  S-ROW-FOUND-YES
               PERFORM  S7300-NEW-ROW
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2300-REGISTER-EXIT
               END-IF
           END-IF.

           PERFORM  S7200-EDIT-CHANNEL.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2300-REGISTER-EXIT
           END-IF.

           IF  NOT  PREF-CHANNEL-POST
           AND NOT  CONSENT-GIVEN
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NO CONSENT ON FILE - RECORD CONSENT FIRST'
                                        TO  W-COMM-MSG
               GO TO  S2300-REGISTER-EXIT
           END-IF.

           MOVE  'R'                   TO  W-CHG-TP.
           PERFORM  S8000-SAVE-REGISTER.

           IF  W-COMM-RC  =  SPACE
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'PREFERENCE REGISTERED'    TO  W-COMM-MSG
           END-IF.

       S2300-REGISTER-EXIT.
           EXIT.
      *****************************************************************
      *S2400-CONSENT
      *      CONSENT TO ELECTRONIC SERVICE, DATED TODAY, WITH ITS
      *      EVIDENCE.  A CHANNEL KEYED WITH THE CONSENT IS SET IN
      *      THE SAME STEP; OTHERWISE THE CHANNEL IS LEFT AS IT IS.
      *****************************************************************
       S2400-CONSENT            SECTION.

           IF  W-COMM-EVID-TP  NOT =  'F'  AND  'O'  AND  'T'
           OR  W-COMM-EVID-REF  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'EVIDENCE TYPE F/O/T AND REFERENCE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2400-CONSENT-EXIT
           END-IF.

           PERFORM  S7100-READ-REGISTER.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2400-CONSENT-EXIT
           END-IF.

           IF  NOT  S-ROW-FOUND-YES
               PERFORM  S7300-NEW-ROW
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2400-CONSENT-EXIT
               END-IF
           END-IF.

           MOVE  'Y'                   TO  CONSENT-STAUS    OF TRWDB.
           MOVE  W-SYS-DT              TO  CONSENT-DT       OF TRWDB.
           MOVE  W-COMM-EVID-TP        TO  CONSENT-EVID-TP  OF TRWDB.
           MOVE  W-COMM-EVID-REF       TO  CONSENT-EVID-REF OF TRWDB.
           MOVE  SPACE                 TO  WDRW-DT          OF TRWDB.

           IF  W-COMM-PREF-CHANNEL  NOT =  SPACE
           AND W-COMM-PREF-CHANNEL  NOT =  LOW-VALUE
               PERFORM  S7200-EDIT-CHANNEL
               IF  W-COMM-RC  NOT =  SPACE
                   GO TO  S2400-CONSENT-EXIT
               END-IF
           END-IF.

           MOVE  'C'                   TO  W-CHG-TP.
           PERFORM  S8000-SAVE-REGISTER.

           IF  W-COMM-RC  =  SPACE
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'CONSENT RECORDED'         TO  W-COMM-MSG
           END-IF.

       S2400-CONSENT-EXIT.
           EXIT.
      *****************************************************************
      *S2500-WITHDRAW
      *      CONSENT WITHDRAWN TODAY.  THE CHANNEL GOES BACK TO POST
      *      AT ONCE; THE ELECTRONIC CONTACTS ARE KEPT SO A LATER
      *      CONSENT NEED NOT RE-KEY THEM.  LCBSCORR AND LAPB5 SEND
      *      BY POST FROM THE NEXT NOTICE ON.
      *****************************************************************
       S2500-WITHDRAW           SECTION.

           IF  W-COMM-EVID-TP  NOT =  'F'  AND  'O'  AND  'T'
           OR  W-COMM-EVID-REF  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'EVIDENCE TYPE F/O/T AND REFERENCE REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2500-WITHDRAW-EXIT
           END-IF.

           PERFORM  S7100-READ-REGISTER.

           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2500-WITHDRAW-EXIT
           END-IF.

           IF  NOT  S-ROW-FOUND-YES
           OR  NOT  CONSENT-GIVEN
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'NO CONSENT ON FILE TO WITHDRAW'
                                        TO  W-COMM-MSG
               GO TO  S2500-WITHDRAW-EXIT
           END-IF.

           MOVE  'W'                   TO  CONSENT-STAUS    OF TRWDB.
           MOVE  W-SYS-DT              TO  WDRW-DT          OF TRWDB.
           MOVE  W-COMM-EVID-TP        TO  CONSENT-EVID-TP  OF TRWDB.
           MOVE  W-COMM-EVID-REF       TO  CONSENT-EVID-REF OF TRWDB.
           MOVE  'P'                   TO  PREF-CHANNEL     OF TRWDB.

           MOVE  'W'                   TO  W-CHG-TP.
           PERFORM  S8000-SAVE-REGISTER.

           IF  W-COMM-RC  =  SPACE
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'CONSENT WITHDRAWN - CHANNEL SET TO POST'
                                        TO  W-COMM-MSG
           END-IF.

       S2500-WITHDRAW-EXIT.
           EXIT.
      *****************************************************************
      *S7100-READ-REGISTER
      *****************************************************************
       S7100-READ-REGISTER      SECTION.

           MOVE  'N'                   TO  S-ROW-FOUND.

           EXEC  SQL  SELECT  TXPAYER_ID, ID_TP, PREF_CHANNEL,
                              EDLV_ENDPOINT, MOBILE_NO, EMAIL_ADDR,
                              LANG_CD, CONSENT_STAUS, CONSENT_DT,
                              CONSENT_EVID_TP, CONSENT_EVID_REF,
                              WDRW_DT, HIST_SEQNO, LAST_CHG_DT,
                              LAST_CHG_TIME, LAST_CHG_OPID
                        INTO  :TRWDB.TXPAYER-ID,
                              :TRWDB.ID-TP,
                              :TRWDB.PREF-CHANNEL,
                              :TRWDB.EDLV-ENDPOINT,
                              :TRWDB.MOBILE-NO,
                              :TRWDB.EMAIL-ADDR,
                              :TRWDB.LANG-CD,
                              :TRWDB.CONSENT-STAUS,
                              :TRWDB.CONSENT-DT,
                              :TRWDB.CONSENT-EVID-TP,
                              :TRWDB.CONSENT-EVID-REF,
                              :TRWDB.WDRW-DT,
                              :TRWDB.HIST-SEQNO,
                              :TRWDB.LAST-CHG-DT,
                              :TRWDB.LAST-CHG-TIME,
                              :TRWDB.LAST-CHG-OPID
                        FROM  DRWB.TRWDB
                       WHERE  TXPAYER_ID  = :W-COMM-TXPAYER-ID
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  'Y'         TO  S-ROW-FOUND
                     MOVE  HIST-SEQNO OF TRWDB
                                        TO  W-OLD-HIST-SEQNO
               WHEN  100
                     CONTINUE
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWDB SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
           END-EVALUATE.

       S7100-READ-REGISTER-EXIT.
           EXIT.
      *****************************************************************
      *S7200-EDIT-CHANNEL
      *      VALIDATE THE KEYED CHANNEL, CONTACT AND LANGUAGE AND
      *      CARRY THEM TO THE ROW.  THE CONTACT GOES TO THE COLUMN
      *      OF ITS CHANNEL; THE OTHER CONTACTS ARE KEPT.
      *****************************************************************
       S7200-EDIT-CHANNEL       SECTION.

           IF  W-COMM-PREF-CHANNEL  NOT =  'P'  AND  'E'  AND  'S'
                                    AND  'M'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'CHANNEL MUST BE P, E, S OR M'
                                        TO  W-COMM-MSG
               GO TO  S7200-EDIT-CHANNEL-EXIT
           END-IF.

           IF  W-COMM-PREF-CHANNEL  NOT =  'P'
           AND (W-COMM-CONTACT  =  SPACE  OR  LOW-VALUE)
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'CONTACT REQUIRED FOR AN ELECTRONIC CHANNEL'
                                        TO  W-COMM-MSG
               GO TO  S7200-EDIT-CHANNEL-EXIT
           END-IF.

           IF  W-COMM-LANG-CD  =  SPACE  OR  LOW-VALUE
               MOVE  'K'               TO  W-COMM-LANG-CD
           END-IF.

           IF  W-COMM-LANG-CD  NOT =  'K'  AND  'E'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'LANGUAGE MUST BE K OR E'  TO  W-COMM-MSG
               GO TO  S7200-EDIT-CHANNEL-EXIT
           END-IF.

           MOVE  W-COMM-PREF-CHANNEL   TO  PREF-CHANNEL  OF TRWDB.
           MOVE  W-COMM-LANG-CD        TO  LANG-CD       OF TRWDB.

           EVALUATE  TRUE
               WHEN  PREF-CHANNEL-EDELIVERY
                     MOVE  W-COMM-CONTACT
                                        TO  EDLV-ENDPOINT OF TRWDB
               WHEN  PREF-CHANNEL-SMS
                     MOVE  W-COMM-CONTACT (1:15)
                                        TO  MOBILE-NO     OF TRWDB
               WHEN  PREF-CHANNEL-EMAIL
                     MOVE  W-COMM-CONTACT
                                        TO  EMAIL-ADDR    OF TRWDB
           END-EVALUATE.

       S7200-EDIT-CHANNEL-EXIT.
           EXIT.
      *****************************************************************
      *S7300-NEW-ROW
      *      A FIRST ROW FOR THE TAXPAYER:  POST, KOREAN, NO CONSENT.
      *      A 10-BYTE ID IS A BUSNID ON TTAAA, A 13-BYTE ONE A RESID
      *      ON TTIAA (AS LCBSCORR TELLS THEM APART).
      *****************************************************************
       S7300-NEW-ROW            SECTION.

           IF  W-COMM-TXPAYER-ID (11:3)  =  SPACE
               MOVE  'B'               TO  ID-TP OF TRWDB
               MOVE  W-COMM-TXPAYER-ID (1:10)
                                       TO  W-BUSNID
               EXEC  SQL  SELECT  COUNT(*)
                            INTO  :W-CNT
                            FROM  DTAA.TTAAA
                           WHERE  BUSNID   = :W-BUSNID
                             AND  LAST_FG  = 'Y'
               END-EXEC
           ELSE
               MOVE  'R'               TO  ID-TP OF TRWDB
               EXEC  SQL  SELECT  COUNT(*)
                            INTO  :W-CNT
                            FROM  DTIA.TTIAA
                           WHERE  RESID    = :W-COMM-TXPAYER-ID
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'MASTER SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
               GO TO  S7300-NEW-ROW-EXIT
           END-IF.

           IF  W-CNT  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'TAXPAYER NOT ON THE MASTER'
                                        TO  W-COMM-MSG
               GO TO  S7300-NEW-ROW-EXIT
           END-IF.

           MOVE  W-COMM-TXPAYER-ID     TO  TXPAYER-ID       OF TRWDB.
           MOVE  'P'                   TO  PREF-CHANNEL     OF TRWDB.
           MOVE  'K'                   TO  LANG-CD          OF TRWDB.
           MOVE  'N'                   TO  CONSENT-STAUS    OF TRWDB.
           MOVE  SPACE                 TO  EDLV-ENDPOINT    OF TRWDB
                                           MOBILE-NO        OF TRWDB
                                           EMAIL-ADDR       OF TRWDB
                                           CONSENT-DT       OF TRWDB
                                           CONSENT-EVID-TP  OF TRWDB
                                           CONSENT-EVID-REF OF TRWDB
                                           WDRW-DT          OF TRWDB.
           MOVE  ZERO                  TO  HIST-SEQNO       OF TRWDB
                                           W-OLD-HIST-SEQNO.

       S7300-NEW-ROW-EXIT.
           EXIT.
      *****************************************************************
      *S8000-SAVE-REGISTER
      *      WRITE THE ROW BACK AND ITS HISTORY IMAGE.  THE UPDATE IS
      *      GUARDED ON THE HISTORY SEQUENCE READ, SO TWO OPERATORS
      *      CHANGING THE SAME TAXPAYER CANNOT LOSE A CHANGE; THE
      *      SECOND SIMPLY ENTERS IT AGAIN.
      *****************************************************************
       S8000-SAVE-REGISTER      SECTION.

           COMPUTE  HIST-SEQNO OF TRWDB  =  W-OLD-HIST-SEQNO  +  1.
           MOVE  W-SYS-DT              TO  LAST-CHG-DT    OF TRWDB.
           MOVE  W-SYS-TIME            TO  LAST-CHG-TIME  OF TRWDB.
           MOVE  W-COMM-OPID           TO  LAST-CHG-OPID  OF TRWDB.

           IF  S-ROW-FOUND-YES
               EXEC  SQL
                     UPDATE  DRWB.TRWDB
                        SET  PREF_CHANNEL     = :TRWDB.PREF-CHANNEL
                        ,    EDLV_ENDPOINT    = :TRWDB.EDLV-ENDPOINT
                        ,    MOBILE_NO        = :TRWDB.MOBILE-NO
                        ,    EMAIL_ADDR       = :TRWDB.EMAIL-ADDR
                        ,    LANG_CD          = :TRWDB.LANG-CD
                        ,    CONSENT_STAUS    = :TRWDB.CONSENT-STAUS
                        ,    CONSENT_DT       = :TRWDB.CONSENT-DT
                        ,    CONSENT_EVID_TP  = :TRWDB.CONSENT-EVID-TP
                        ,    CONSENT_EVID_REF = :TRWDB.CONSENT-EVID-REF
                        ,    WDRW_DT          = :TRWDB.WDRW-DT
                        ,    HIST_SEQNO       = :TRWDB.HIST-SEQNO
                        ,    LAST_CHG_DT      = :TRWDB.LAST-CHG-DT
                        ,    LAST_CHG_TIME    = :TRWDB.LAST-CHG-TIME
                        ,    LAST_CHG_OPID    = :TRWDB.LAST-CHG-OPID
                      WHERE  TXPAYER_ID       = :TRWDB.TXPAYER-ID
                        AND  HIST_SEQNO       = :W-OLD-HIST-SEQNO
               END-EXEC
           ELSE
               EXEC  SQL  INSERT  INTO  DRWB.TRWDB
                                 (TXPAYER_ID,
                                  ID_TP,
                                  PREF_CHANNEL,
                                  EDLV_ENDPOINT,
                                  MOBILE_NO,
                                  EMAIL_ADDR,
                                  LANG_CD,
                                  CONSENT_STAUS,
                                  CONSENT_DT,
                                  CONSENT_EVID_TP,
                                  CONSENT_EVID_REF,
                                  WDRW_DT,
                                  HIST_SEQNO,
                                  LAST_CHG_DT,
                                  LAST_CHG_TIME,
                                  LAST_CHG_OPID  )
                           VALUES
                                 (:TRWDB.TXPAYER-ID,
                                  :TRWDB.ID-TP,
                                  :TRWDB.PREF-CHANNEL,
                                  :TRWDB.EDLV-ENDPOINT,
                                  :TRWDB.MOBILE-NO,
                                  :TRWDB.EMAIL-ADDR,
                                  :TRWDB.LANG-CD,
                                  :TRWDB.CONSENT-STAUS,
                                  :TRWDB.CONSENT-DT,
                                  :TRWDB.CONSENT-EVID-TP,
                                  :TRWDB.CONSENT-EVID-REF,
                                  :TRWDB.WDRW-DT,
                                  :TRWDB.HIST-SEQNO,
                                  :TRWDB.LAST-CHG-DT,
                                  :TRWDB.LAST-CHG-TIME,
                                  :TRWDB.LAST-CHG-OPID  )
               END-EXEC
           END-IF.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
               WHEN  -803
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'CHANGED BY ANOTHER OPERATOR - ENTER AGAIN'
                                        TO  W-COMM-MSG
                     GO TO  S8000-SAVE-REGISTER-EXIT
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWDB UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(32:5)
                     GO TO  S8000-SAVE-REGISTER-EXIT
           END-EVALUATE.

           PERFORM  S8100-INSERT-HISTORY.

       S8000-SAVE-REGISTER-EXIT.
           EXIT.
      *****************************************************************
      *S8100-INSERT-HISTORY
      *****************************************************************
       S8100-INSERT-HISTORY     SECTION.

           MOVE  TXPAYER-ID       OF TRWDB  TO  TXPAYER-ID    OF TRWDC.
           MOVE  HIST-SEQNO       OF TRWDB  TO  HIST-SEQNO    OF TRWDC.
           MOVE  W-CHG-TP                   TO  CHG-TP        OF TRWDC.
           MOVE  ID-TP            OF TRWDB  TO  ID-TP         OF TRWDC.
           MOVE  PREF-CHANNEL     OF TRWDB  TO  PREF-CHANNEL  OF TRWDC.
           MOVE  EDLV-ENDPOINT    OF TRWDB  TO  EDLV-ENDPOINT OF TRWDC.
           MOVE  MOBILE-NO        OF TRWDB  TO  MOBILE-NO     OF TRWDC.
           MOVE  EMAIL-ADDR       OF TRWDB  TO  EMAIL-ADDR    OF TRWDC.
           MOVE  LANG-CD          OF TRWDB  TO  LANG-CD       OF TRWDC.
           MOVE  CONSENT-STAUS    OF TRWDB  TO  CONSENT-STAUS OF TRWDC.
           MOVE  CONSENT-DT       OF TRWDB  TO  CONSENT-DT    OF TRWDC.
           MOVE  CONSENT-EVID-TP  OF TRWDB
                                       TO  CONSENT-EVID-TP  OF TRWDC.
           MOVE  CONSENT-EVID-REF OF TRWDB
                                       TO  CONSENT-EVID-REF OF TRWDC.
           MOVE  WDRW-DT          OF TRWDB  TO  WDRW-DT       OF TRWDC.
           MOVE  W-SYS-DT                   TO  CHG-DT        OF TRWDC.
           MOVE  W-SYS-TIME                 TO  CHG-TIME      OF TRWDC.
           MOVE  W-COMM-OPID                TO  CHG-OPID      OF TRWDC.

           EXEC  SQL  INSERT  INTO  DRWB.TRWDC
                             (TXPAYER_ID,
                              HIST_SEQNO,
                              CHG_TP,
                              ID_TP,
                              PREF_CHANNEL,
                              EDLV_ENDPOINT,
                              MOBILE_NO,
                              EMAIL_ADDR,
                              LANG_CD,
                              CONSENT_STAUS,
                              CONSENT_DT,
                              CONSENT_EVID_TP,
                              CONSENT_EVID_REF,
                              WDRW_DT,
                              CHG_DT,
                              CHG_TIME,
                              CHG_OPID  )
                       VALUES
                             (:TRWDC.TXPAYER-ID,
                              :TRWDC.HIST-SEQNO,
                              :TRWDC.CHG-TP,
                              :TRWDC.ID-TP,
                              :TRWDC.PREF-CHANNEL,
                              :TRWDC.EDLV-ENDPOINT,
                              :TRWDC.MOBILE-NO,
                              :TRWDC.EMAIL-ADDR,
                              :TRWDC.LANG-CD,
                              :TRWDC.CONSENT-STAUS,
                              :TRWDC.CONSENT-DT,
                              :TRWDC.CONSENT-EVID-TP,
                              :TRWDC.CONSENT-EVID-REF,
                              :TRWDC.WDRW-DT,
                              :TRWDC.CHG-DT,
                              :TRWDC.CHG-TIME,
                              :TRWDC.CHG-OPID  )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWDC INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:31)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
               GO TO  S8100-INSERT-HISTORY-EXIT
           END-IF.

           MOVE  HIST-SEQNO OF TRWDB   TO  W-COMM-HIST-SEQNO.
           MOVE  CONSENT-STAUS OF TRWDB
                                       TO  W-COMM-CONSENT-STAUS.

       S8100-INSERT-HISTORY-EXIT.
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
      *              PROGRAM  ID  :  LAP9E                             *
      *                                                                *
      ******************************************************************
