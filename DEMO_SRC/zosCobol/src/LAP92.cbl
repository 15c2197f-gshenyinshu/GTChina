      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL )                R   *
      *  DTAA.TTAAA / DTIA.TTIAA (  MASTERS, ADDRESS CHAIN )       R   *
      *  DTIA.TTIAB (  HOUSEHOLD ADDRESS )                          U  *
      *  DRWB.TRWCC (  AUTHORIZED REPRESENTATIVE REGISTER )        R   *
      *  DRWB.TRWCE (  PICKUP APPOINTMENT )                        RU  *
      *  DRWB.TRWCX (  CORRESPONDENCE REGISTER - VIA LCBSCORR )   CU   *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                     THAT WAS NEVER PRINTED CANNOT HAVE BEEN    *
      *                     DELIVERED.  CONFIRM-TP 'S' (SIGNED) MUST   *
      *                     CARRY A SIGNED-BY NAME.                    *
      *                     CONFIRM-TP 'P' (PICKUP) MUST CARRY THE     *
      *                     COLLECTOR'S RESID AND THE COLLECTOR MUST   *
      *                     BE THE TAXPAYER, ITS CHIEF, OR A LIVE      *
      *                     REGISTERED REPRESENTATIVE.                 *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *                                SUSPECT; A LATER 'S'/'P'       *
      *                                EVENT CLEARS BOTH (S2300-      *
      *                                S2500)                         *
      *   26/10/15    S.K.CHOI         COUNTER PICKUP ('P') NOW       *
      *                                CARRIES THE COLLECTOR'S ID; A  *
      *                                COLLECTOR WHO IS NOT THE       *
      *                                TAXPAYER OR ITS CHIEF MUST     *
      *                                HOLD A LIVE DRWB.TRWCC         *
      *                                AUTHORITY FOR THE SERVICE      *
      *                                (S2050)                        *
      *   26/10/15    S.K.CHOI         COUNTER PICKUP CLOSES THE      *
      *                                RECEIPT'S BOOKED TRWCE SLOT -  *
      *                                'K' KEPT ON THE SLOT DAY, 'L'  *
      *                                ANOTHER DAY - AND RETURNS THE  *
      *                                OUTCOME IN W-COMM-APPT-KEPT    *
      *                                (S2600)                        *
      *   26/10/15    S.K.CHOI         ADDR_SUSPECT_FG CHANGE WRITTEN *
      *                                TO TRWCO MASTER HISTORY        *
      *                                (S2550)                        *
      *   26/10/15    S.K.CHOI         A 'U' RETURN MARKS THE         *
      *                                CERTIFICATE MAILING RETURNED   *
      *                                ON THE TRWCX CORRESPONDENCE    *
      *                                REGISTER (S2700)               *
      *   26/10/15    S.K.CHOI         SYSTEM DATE AND TIME TAKEN     *
      *                                FROM ASKTIME/FORMATTIME AT     *
      *                                START (S8200); A FAILED        *
      *                                HISTORY OR REGISTER WRITE      *
      *                                ROLLS THE CONFIRMATION BACK    *
      *                                (S9000)                        *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
261015     05  C-PGM-LCBSMHST          PIC  X(08)  VALUE 'LCBSMHST'.
261015     05  C-PGM-LCBSCORR          PIC  X(08)  VALUE 'LCBSCORR'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
           05  W-SQLCODE               PIC  -(04).
           05  W-TRWAQ-COUNT           PIC  S9(05)  COMP-3.
260822     05  W-SUSPECT-FG            PIC  X(01)   VALUE SPACE.
261015     05  W-REP-AUTH-CNT          PIC  S9(09)  COMP VALUE ZERO.
261015     05  W-SYS-DT                PIC  X(08)   VALUE SPACE.
261015     05  W-OLD-SUSPECT-FG        PIC  X(01)   VALUE SPACE.

261015******************************************************************
261015*                       S W I T C H E S                          *
261015******************************************************************
261015 01  SWITCHES.
261015     05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
261015         88  S-ROLLBACK-YES                  VALUE 'Y'.

261015*****************************************************************
261015*    USERAREA OF THE LCBSMHST MASTER CHANGE-HISTORY WRITER.     *
261015*****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

261015*****************************************************************
261015*    USERAREA OF THE LCBSCORR CORRESPONDENCE REGISTER.          *
261015*****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

       01  W-COMM-AREA.
           05  W-COMM-RCVE-NO-KEY.
           05  W-COMM-CONFIRM-OPID     PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
261015     05  W-COMM-PICKUP-RESID     PIC  X(13).
261015     05  W-COMM-APPT-KEPT        PIC  X(01).
261015         88  W-COMM-APPT-KEPT-YES            VALUE 'K'.
261015         88  W-COMM-APPT-KEPT-LATE           VALUE 'L'.
261015         88  W-COMM-APPT-NONE                VALUE 'N'.
261015     05  FILLER                  PIC  X(09).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      *                                ********************************
260822     EXEC  SQL   INCLUDE  TIOAA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCC          *
      *                                ********************************
261015     EXEC  SQL   INCLUDE  RWOCC   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCE          *
      *                                ********************************
261015     EXEC  SQL   INCLUDE  RWOCE   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP92 - WORKING STORAGE ENDS HERE'.

           MOVE  L-COMM-AREA           TO  W-COMM-AREA.
           MOVE  SPACE                 TO  W-COMM-RC
                                            W-COMM-MSG.
261015     MOVE  SPACE                 TO  W-COMM-APPT-KEPT.

261015     PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
                           MOVE  'CONFIRMING OPERATOR ID REQUIRED'
                                                        TO  W-COMM-MSG
                       ELSE
261015                     IF  W-COMM-CONFIRM-TP  =  'P'
261015                         PERFORM  S2050-CHECK-PICKUP-AUTH
261015                     END-IF
261015                     IF  W-COMM-RC  =  SPACE
                           PERFORM  S2100-CHECK-TRWAQ
261015                     END-IF
                       END-IF
                   END-IF
               END-IF

       S2000-MAIN-EXIT.
           EXIT.
261015*****************************************************************
261015*S2050-CHECK-PICKUP-AUTH
261015*      A CERTIFICATE IS HANDED OVER AT THE COUNTER ONLY TO THE
261015*      TAXPAYER, THE REGISTERED CHIEF OF A BUSINESS, OR A
261015*      REPRESENTATIVE WITH A LIVE DRWB.TRWCC AUTHORITY FOR THE
261015*      RECEIPT'S SERVICE TYPE (OR FOR ALL SERVICES).
261015*****************************************************************
261015 S2050-CHECK-PICKUP-AUTH  SECTION.

261015     IF  W-COMM-PICKUP-RESID  =  SPACE  OR  LOW-VALUE
261015         MOVE  C-RC01                TO  W-COMM-RC
261015         MOVE  'COLLECTOR ID REQUIRED FOR TYPE P'
261015                                     TO  W-COMM-MSG
261015         GO TO  S2050-CHECK-PICKUP-AUTH-EXIT
261015     END-IF.

261015     MOVE  W-COMM-RCVE-NO-TXOFF  TO  RCVE-NO-TXOFF OF TRWAD.
261015     MOVE  W-COMM-RCVE-NO-YY     TO  RCVE-NO-YY    OF TRWAD.
261015     MOVE  W-COMM-RCVE-NO-SEQNO  TO  RCVE-NO-SEQNO OF TRWAD.

261015     EXEC  SQL  SELECT  RESID_BUSNID, TX_SRVC_TP
261015                  INTO  :TRWAD.RESID-BUSNID,
261015                        :TRWAD.TX-SRVC-TP
261015                  FROM  DRWA.TRWAD
261015                 WHERE  RCVE_NO_TXOFF = :TRWAD.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWAD.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWAD.RCVE-NO-SEQNO
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  SQLCODE                TO  W-SQLCODE
261015         MOVE  C-RC02                 TO  W-COMM-RC
261015         MOVE  'TRWAD SELECT FAILED, SQLCODE='
261015                                      TO  W-COMM-MSG(1:30)
261015         MOVE  W-SQLCODE              TO  W-COMM-MSG(31:5)
261015         GO TO  S2050-CHECK-PICKUP-AUTH-EXIT
261015     END-IF.

261015     IF  W-COMM-PICKUP-RESID  =  RESID-BUSNID OF TRWAD
261015         GO TO  S2050-CHECK-PICKUP-AUTH-EXIT
261015     END-IF.

261015     MOVE  RESID-BUSNID OF TRWAD (1:10)
261015                                 TO  BUSNID OF TTAAA.
261015     MOVE  SPACE                 TO  RESID-CHIEF OF TTAAA.

261015     EXEC  SQL  SELECT  RESID_CHIEF
261015                  INTO  :TTAAA.RESID-CHIEF
261015                  FROM  DTAA.TTAAA
261015                 WHERE  BUSNID   = :TTAAA.BUSNID
261015                   AND  LAST_FG  = 'Y'
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL  AND
261015         W-COMM-PICKUP-RESID  =  RESID-CHIEF OF TTAAA
261015         GO TO  S2050-CHECK-PICKUP-AUTH-EXIT
261015     END-IF.

261015     EXEC  SQL  SELECT  COUNT(*)
261015                  INTO  :W-REP-AUTH-CNT
261015                  FROM  DRWB.TRWCC
261015                 WHERE  PRINCIPAL_ID = :TRWAD.RESID-BUSNID
261015                   AND  REP_ID       = :W-COMM-PICKUP-RESID
261015                   AND  TX_SRVC_TP  IN (:TRWAD.TX-SRVC-TP,
261015                                        '*****')
261015                   AND  AUTH_STAUS   = 'A'
261015                   AND  VALID_FR_DT <= :W-SYS-DT
261015                   AND  VALID_TO_DT >= :W-SYS-DT
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  SQLCODE                TO  W-SQLCODE
261015         MOVE  C-RC02                 TO  W-COMM-RC
261015         MOVE  'TRWCC SELECT FAILED, SQLCODE='
261015                                      TO  W-COMM-MSG(1:30)
261015         MOVE  W-SQLCODE              TO  W-COMM-MSG(31:5)
261015         GO TO  S2050-CHECK-PICKUP-AUTH-EXIT
261015     END-IF.

261015     IF  W-REP-AUTH-CNT  =  ZERO
261015         MOVE  C-RC03                TO  W-COMM-RC
261015         MOVE  'COLLECTOR NOT A REGISTERED REPRESENTATIVE'
261015                                     TO  W-COMM-MSG
261015     END-IF.

261015 S2050-CHECK-PICKUP-AUTH-EXIT.
261015     EXIT.
      *****************************************************************
      *S2100-CHECK-TRWAQ
      *      A CERTIFICATE THAT WAS NEVER PRINTED CANNOT HAVE BEEN
260822                   PERFORM  S2300-OPEN-REDELIV
260822                   MOVE  'Y'  TO  W-SUSPECT-FG
260822                   PERFORM  S2500-FLAG-ADDR-SUSPECT
261015                   PERFORM  S2700-MARK-RETURNED
260822             WHEN  'S'
260822             WHEN  'P'
260822                   PERFORM  S2400-CLOSE-REDELIV
260822                   MOVE  'N'  TO  W-SUSPECT-FG
260822                   PERFORM  S2500-FLAG-ADDR-SUSPECT
260822         END-EVALUATE
261015         IF  W-COMM-CONFIRM-TP  =  'P'
261015             PERFORM  S2600-CLOSE-APPT
261015         END-IF
           ELSE
               MOVE  SQLCODE                TO  W-SQLCODE
               MOVE  C-RC02                 TO  W-COMM-RC
260822         GO TO  S2500-FLAG-ADDR-SUSPECT-EXIT
260822     END-IF.

261015     EXEC  SQL  SELECT  ADDR_SUSPECT_FG
261015                  INTO  :W-OLD-SUSPECT-FG
261015                  FROM  DTIA.TTIAB
261015                 WHERE  RESID_HOUSE_HD   =
261015                              :TTIAA.RESID-HOUSE-HD
261015                   AND  TXPAYER_TP_HOUSE =
261015                              :TTIAA.TXPAYER-TP-HOUSE
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NOTFND
261015         GO TO  S2500-FLAG-ADDR-SUSPECT-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  SQLCODE                TO  W-SQLCODE
261015         MOVE  C-RC02                 TO  W-COMM-RC
261015         MOVE  'TTIAB SELECT FAILED, SQLCODE='
261015                                      TO  W-COMM-MSG(1:30)
261015         MOVE  W-SQLCODE              TO  W-COMM-MSG(31:5)
261015         GO TO  S2500-FLAG-ADDR-SUSPECT-EXIT
261015     END-IF.

260822     EXEC  SQL  UPDATE  DTIA.TTIAB
260822                   SET  ADDR_SUSPECT_FG = :W-SUSPECT-FG
260822                 WHERE  RESID_HOUSE_HD   =
260822         MOVE  'TTIAB UPDATE FAILED, SQLCODE='
260822                                      TO  W-COMM-MSG(1:30)
260822         MOVE  W-SQLCODE              TO  W-COMM-MSG(31:5)
261015         GO TO  S2500-FLAG-ADDR-SUSPECT-EXIT
260822     END-IF.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         PERFORM  S2550-LOG-HISTORY
261015     END-IF.

260822 S2500-FLAG-ADDR-SUSPECT-EXIT.
260822     EXIT.
261015*****************************************************************
261015*S2550-LOG-HISTORY
261015*      THE ADDR_SUSPECT_FG CHANGE ON THE HOUSEHOLD'S TTIAB ROW
261015*      TO THE TRWCO MASTER HISTORY, KEYED BY THE RECEIPT WHOSE
261015*      DELIVERY EVENT SET OR CLEARED IT.  LCBSMHST DROPS THE
261015*      FIELD WHEN THE MARK WAS ALREADY IN THAT STATE.
261015*****************************************************************
261015 S2550-LOG-HISTORY        SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'H'                   TO  MHST-MASTER-TP.
261015     MOVE  RESID-HOUSE-HD OF TTIAA
261015                                 TO  MHST-MASTER-ID.
261015     MOVE  TXPAYER-TP-HOUSE OF TTIAA
261015                                 TO  MHST-TXPAYER-TP.
261015     MOVE  C-PGM-LAP92           TO  MHST-PGM-ID.
261015     MOVE  W-COMM-CONFIRM-OPID   TO  MHST-OPID.
261015     STRING  W-COMM-RCVE-NO-TXOFF  '-'
261015             W-COMM-RCVE-NO-YY     '-'
261015             W-COMM-RCVE-NO-SEQNO
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                     TO  MHST-FIELD-CNT.
261015     MOVE  'ADDR_SUSPECT_FG'     TO  MHST-FIELD-NM (1).
261015     MOVE  W-OLD-SUSPECT-FG      TO  MHST-BEFORE-VAL (1).
261015     MOVE  W-SUSPECT-FG          TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  MHST-SQLCODE      TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'MASTER HISTORY FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
261015     END-IF.

261015 S2550-LOG-HISTORY-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2600-CLOSE-APPT
261015*      A COUNTER PICKUP CLOSES THE RECEIPT'S BOOKED PICKUP SLOT,
261015*      IF IT HAS ONE - KEPT WHEN COLLECTED ON THE SLOT DAY,
261015*      OTHERWISE COLLECTED ON ANOTHER DAY - AND TIES IT TO THE
261015*      TRWAW EVENT JUST LOGGED.  A WALK-IN WITHOUT A BOOKING IS
261015*      REPORTED BACK AS 'N'.
261015*****************************************************************
261015 S2600-CLOSE-APPT         SECTION.

261015     MOVE  W-COMM-RCVE-NO-TXOFF  TO  RCVE-NO-TXOFF OF TRWCE.
261015     MOVE  W-COMM-RCVE-NO-YY     TO  RCVE-NO-YY    OF TRWCE.
261015     MOVE  W-COMM-RCVE-NO-SEQNO  TO  RCVE-NO-SEQNO OF TRWCE.

261015     EXEC  SQL  SELECT  APPT_SEQNO, SLOT_DT
261015                  INTO  :TRWCE.APPT-SEQNO,
261015                        :TRWCE.SLOT-DT
261015                  FROM  DRWB.TRWCE
261015                 WHERE  RCVE_NO_TXOFF = :TRWCE.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWCE.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWCE.RCVE-NO-SEQNO
261015                   AND  APPT_STAUS    = 'B'
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NOTFND
261015         MOVE  'N'                   TO  W-COMM-APPT-KEPT
261015         GO TO  S2600-CLOSE-APPT-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         MOVE  SQLCODE                TO  W-SQLCODE
261015         MOVE  C-RC02                 TO  W-COMM-RC
261015         MOVE  'TRWCE SELECT FAILED, SQLCODE='
261015                                      TO  W-COMM-MSG(1:30)
261015         MOVE  W-SQLCODE              TO  W-COMM-MSG(31:5)
261015         GO TO  S2600-CLOSE-APPT-EXIT
261015     END-IF.

261015     IF  SLOT-DT OF TRWCE  =  W-SYS-DT
261015         MOVE  'K'                   TO  APPT-STAUS OF TRWCE
261015     ELSE
261015         MOVE  'L'                   TO  APPT-STAUS OF TRWCE
261015     END-IF.
261015     MOVE  W-SYS-DT              TO  CLOSE-DT      OF TRWCE.
261015     MOVE  CONFIRM-SEQNO OF TRWAW
261015                                 TO  CONFIRM-SEQNO OF TRWCE.

261015     EXEC  SQL  UPDATE  DRWB.TRWCE
261015                   SET  APPT_STAUS    = :TRWCE.APPT-STAUS,
261015                        CLOSE_DT      = :TRWCE.CLOSE-DT,
261015                        CONFIRM_SEQNO = :TRWCE.CONFIRM-SEQNO
261015                 WHERE  RCVE_NO_TXOFF = :TRWCE.RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY    = :TRWCE.RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO = :TRWCE.RCVE-NO-SEQNO
261015                   AND  APPT_SEQNO    = :TRWCE.APPT-SEQNO
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         MOVE  APPT-STAUS OF TRWCE   TO  W-COMM-APPT-KEPT
261015     ELSE
261015         MOVE  SQLCODE                TO  W-SQLCODE
261015         MOVE  C-RC02                 TO  W-COMM-RC
261015         MOVE  'TRWCE UPDATE FAILED, SQLCODE='
261015                                      TO  W-COMM-MSG(1:30)
261015         MOVE  W-SQLCODE              TO  W-COMM-MSG(31:5)
261015     END-IF.

261015 S2600-CLOSE-APPT-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2700-MARK-RETURNED
261015*      THE CERTIFICATE CAME BACK UNDELIVERED - MARK ITS MAILING
261015*      RETURNED ON THE CORRESPONDENCE REGISTER SO LATER PAPER
261015*      NOTICES ARE HELD WHILE THE TRWAX ITEM STAYS OPEN.  THE
261015*      TAXPAYER IS LEFT BLANK FOR LCBSCORR TO TAKE FROM THE
261015*      TRWAD RECEIPT.
261015*****************************************************************
261015 S2700-MARK-RETURNED      SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'R'                   TO  CORR-FUNC.
261015     MOVE  SPACE                 TO  CORR-TXPAYER-ID.
261015     MOVE  'CERT'                TO  CORR-NOTICE-TP.
261015     MOVE  C-PGM-LAP92           TO  CORR-PGM-ID.
261015     MOVE  W-COMM-CONFIRM-OPID   TO  CORR-OPID.
261015     MOVE  W-COMM-RCVE-NO-TXOFF  TO  CORR-RCVE-NO-TXOFF.
261015     MOVE  W-COMM-RCVE-NO-YY     TO  CORR-RCVE-NO-YY.
261015     MOVE  W-COMM-RCVE-NO-SEQNO  TO  CORR-RCVE-NO-SEQNO.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR  OR  CORR-RTN-BAD-INPUT
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  CORR-SQLCODE      TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'CORRESPONDENCE REGISTER FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:41)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(42:5)
261015     END-IF.

261015 S2700-MARK-RETURNED-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S8200-GET-SYSTEM-DATE
261015*****************************************************************
261015 S8200-GET-SYSTEM-DATE    SECTION.

261015     EXEC  CICS  ASKTIME
261015                 ABSTIME (W-ABSTIME)
261015     END-EXEC.

261015     EXEC  CICS  FORMATTIME
261015                 ABSTIME (W-ABSTIME)
261015                 YYYYMMDD(W-DB2DATE)
261015                 YYMMDD  (W-DATE)
261015                 TIME    (W-TIME)
261015                 DATESEP
261015                 TIMESEP
261015     END-EXEC.

261015     MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
261015     MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
261015     MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

261015 S8200-GET-SYSTEM-DATE-EXIT.
261015     EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

261015     IF  S-ROLLBACK-YES
261015         EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
261015     END-IF.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.
