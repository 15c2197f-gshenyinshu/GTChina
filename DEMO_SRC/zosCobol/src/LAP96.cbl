      *****************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                                *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP96.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  6                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  CERTIFICATE REVOCATION.  A CERTIFICATE      *
      *                     ISSUED IN ERROR ('ER') OR ON FRAUDULENT    *
      *                     GROUNDS ('FR') IS REVOKED AFTER IT HAS     *
      *                     LEFT THE OFFICE:  THE RECEIPT GOES TO      *
      *                     TRWAD STATUS '97', EVERY ACTIVE TRWAQ      *
      *                     COPY IS VOIDED, THE REVOCATION IS KEPT ON  *
      *                     DRWB.TRWBM AND A TRWAV HISTORY ROW IS      *
      *                     WRITTEN.  LAP93 ANSWERS 'REVOKED' FROM     *
      *                     THEN ON AND THE NIGHTLY LAPBA RUN LISTS    *
      *                     THE RELYING PARTIES TO BE TOLD.            *
      *                     REVOKING IS A SUPERVISOR FUNCTION          *
      *                     (LCBSAUTH 'LAP96RVK'); INQUIRY IS OPEN.    *
      *                                                                *
      *  TRANSACTION    -  LA96                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  200 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  200 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWBM (  CERTIFICATE REVOCATION REGISTER  )         CR   *
      *  DRWB.TRWBN (  VERIFICATION LOOKUP LOG     )              R    *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL  )              RU   *
      *  DRWA.TRWAQ (  CERTIFICATE PRINT AUDIT     )              U    *
      *  DRWA.TRWAV (  REISSUE / VERSION HISTORY   )              CR   *
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
           VALUE 'LAP96 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP96             PIC  X(05)  VALUE 'LAP96'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-TREAT-STAUS-REVOKED   PIC  X(02)  VALUE '97'.

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
           05  W-VOID-CNT              PIC  S9(09) COMP.
           05  W-VERIFY-CNT            PIC  S9(09) COMP.

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
               88  W-COMM-ACTION-REVOKE            VALUE 'R'.
           05  W-COMM-RCVE-NO-TXOFF    PIC  X(03).
           05  W-COMM-RCVE-NO-YY       PIC  X(04).
           05  W-COMM-RCVE-NO-SEQNO    PIC  9(07).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-REVOKE-RSN-CD    PIC  X(02).
               88  W-COMM-REVOKE-RSN-VALID         VALUE 'ER' 'FR'.
           05  W-COMM-REVOKE-RSN       PIC  X(40).
           05  W-COMM-PRIOR-STAUS      PIC  X(02).
           05  W-COMM-VOID-CNT         PIC  9(05).
           05  W-COMM-REVOKE-DT        PIC  X(08).
           05  W-COMM-VERIFY-CNT       PIC  9(07).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(31).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWBM          *
      *                                *    REVOCATION REGISTER       *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOBM   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAD          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAD   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAV          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAV   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP96 - WORKING STORAGE ENDS HERE'.

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
      *      DISPATCH ON THE REQUESTED ACTION.
      *****************************************************************
       S2000-MAIN               SECTION.

      * REVOKING A CERTIFICATE IS A SUPERVISOR FUNCTION - THE
      * CENTRAL AUTHORITY TABLE SAYS WHO MAY DO IT.
           IF  W-COMM-ACTION-REVOKE
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'LAP96RVK'        TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED TO REVOKE'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
           END-IF.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2100-INQUIRE-REVOCATION
               WHEN  W-COMM-ACTION-REVOKE
                     PERFORM  S2200-REVOKE-CERTIFICATE
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-INQUIRE-REVOCATION
      *      RETURN THE REVOCATION FOR ONE RECEIPT AND HOW MANY
      *      VERIFICATION LOOKUPS THE PAPER HAD ATTRACTED.
      *****************************************************************
       S2100-INQUIRE-REVOCATION SECTION.

           EXEC  SQL  SELECT  REVOKE_RSN_CD, REVOKE_RSN,
                              PRIOR_STAUS, VOID_CNT, REVOKE_DT
                        INTO  :TRWBM.REVOKE-RSN-CD,
                              :TRWBM.REVOKE-RSN,
                              :TRWBM.PRIOR-STAUS,
                              :TRWBM.VOID-CNT,
                              :TRWBM.REVOKE-DT
                        FROM  DRWB.TRWBM
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03       TO  W-COMM-RC
                     MOVE  'CERTIFICATE NOT REVOKED'
                                        TO  W-COMM-MSG
                     GO TO  S2100-INQUIRE-REVOCATION-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE      TO  W-SQLCODE
                     MOVE  C-RC02       TO  W-COMM-RC
                     MOVE  'TRWBM SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE    TO  W-COMM-MSG(30:5)
                     GO TO  S2100-INQUIRE-REVOCATION-EXIT
           END-EVALUATE.

           PERFORM  S7100-COUNT-TRWBN.

           IF  W-COMM-RC  =  C-RC02
               GO TO  S2100-INQUIRE-REVOCATION-EXIT
           END-IF.

           MOVE  REVOKE-RSN-CD OF TRWBM  TO  W-COMM-REVOKE-RSN-CD.
           MOVE  REVOKE-RSN    OF TRWBM  TO  W-COMM-REVOKE-RSN.
           MOVE  PRIOR-STAUS   OF TRWBM  TO  W-COMM-PRIOR-STAUS.
           MOVE  VOID-CNT      OF TRWBM  TO  W-COMM-VOID-CNT.
           MOVE  REVOKE-DT     OF TRWBM  TO  W-COMM-REVOKE-DT.
           MOVE  C-RC00                  TO  W-COMM-RC.
           MOVE  'CERTIFICATE REVOKED'   TO  W-COMM-MSG.

       S2100-INQUIRE-REVOCATION-EXIT.
           EXIT.
      *****************************************************************
      *S2200-REVOKE-CERTIFICATE
      *      ONLY AN ISSUED ('12') OR AMENDED ('21') RECEIPT HAS A
      *      PAPER IN CIRCULATION TO REVOKE.  THE STATUS CHANGE, THE
      *      VOIDING OF THE PRINTS, THE REGISTER ROW AND THE HISTORY
      *      ROW GO TOGETHER OR NOT AT ALL.
      *****************************************************************
       S2200-REVOKE-CERTIFICATE SECTION.

           IF  NOT  W-COMM-REVOKE-RSN-VALID
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REVOCATION REASON MUST BE ER OR FR'
                                       TO  W-COMM-MSG
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           IF  W-COMM-REVOKE-RSN  =  SPACE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'REVOCATION REASON TEXT IS REQUIRED'
                                       TO  W-COMM-MSG
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           EXEC  SQL  SELECT  TREAT_STAUS, RESID_BUSNID, TXPAYER_TP
                        INTO  :TRWAD.TREAT-STAUS,
                              :TRWAD.RESID-BUSNID,
                              :TRWAD.TXPAYER-TP
                        FROM  DRWA.TRWAD
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03       TO  W-COMM-RC
                     MOVE  'NO MATCHING REQUEST FOUND'
                                        TO  W-COMM-MSG
                     GO TO  S2200-REVOKE-CERTIFICATE-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE      TO  W-SQLCODE
                     MOVE  C-RC02       TO  W-COMM-RC
                     MOVE  'TRWAD SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE    TO  W-COMM-MSG(30:5)
                     GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-EVALUATE.

           IF  TREAT-STAUS OF TRWAD  =  C-TREAT-STAUS-REVOKED
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'CERTIFICATE IS ALREADY REVOKED'
                                       TO  W-COMM-MSG
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           IF  TREAT-STAUS OF TRWAD  NOT =  '12'  AND
               TREAT-STAUS OF TRWAD  NOT =  '21'
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO ISSUED CERTIFICATE TO REVOKE'
                                       TO  W-COMM-MSG
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           MOVE  TREAT-STAUS OF TRWAD  TO  W-COMM-PRIOR-STAUS.

      * THE PRIOR STATUS IN THE PREDICATE IS THE GUARD AGAINST THE
      * RECEIPT MOVING ON BETWEEN THE SELECT AND THE UPDATE.
           EXEC  SQL  UPDATE  DRWA.TRWAD
                         SET  TREAT_STAUS   = :C-TREAT-STAUS-REVOKED
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
                         AND  TREAT_STAUS   = :W-COMM-PRIOR-STAUS
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03       TO  W-COMM-RC
                     MOVE  'REQUEST STATUS CHANGED - RETRY'
                                        TO  W-COMM-MSG
                     GO TO  S2200-REVOKE-CERTIFICATE-EXIT
               WHEN  OTHER
                     MOVE  'Y'          TO  S-ROLLBACK
                     MOVE  SQLCODE      TO  W-SQLCODE
                     MOVE  C-RC02       TO  W-COMM-RC
                     MOVE  'TRWAD UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE    TO  W-COMM-MSG(30:5)
                     GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-EVALUATE.

      * EVERY ACTIVE COPY, WHATEVER THE FORM - A REVOKED RECEIPT HAS
      * NO VALID PAPER LEFT.  NONE ACTIVE IS NOT AN ERROR.
           EXEC  SQL  UPDATE  DRWA.TRWAQ
                         SET  VOID_FG       = 'Y'
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
                         AND  VOID_FG       = 'N'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  SQLERRD(3)   TO  W-VOID-CNT
               WHEN  100
                     MOVE  ZERO         TO  W-VOID-CNT
               WHEN  OTHER
                     MOVE  'Y'          TO  S-ROLLBACK
                     MOVE  SQLCODE      TO  W-SQLCODE
                     MOVE  C-RC02       TO  W-COMM-RC
                     MOVE  'TRWAQ UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE    TO  W-COMM-MSG(30:5)
                     GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-EVALUATE.

           PERFORM  S2300-TRWBM-INSERT.

           IF  S-ROLLBACK-YES
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           PERFORM  S2400-TRWAV-INSERT.

           IF  S-ROLLBACK-YES
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           PERFORM  S7100-COUNT-TRWBN.

           IF  W-COMM-RC  =  C-RC02
               MOVE  'Y'               TO  S-ROLLBACK
               GO TO  S2200-REVOKE-CERTIFICATE-EXIT
           END-IF.

           MOVE  W-VOID-CNT            TO  W-COMM-VOID-CNT.
           MOVE  W-SYS-DT              TO  W-COMM-REVOKE-DT.
           MOVE  C-RC00                TO  W-COMM-RC.
           MOVE  'CERTIFICATE REVOKED'  TO  W-COMM-MSG.

       S2200-REVOKE-CERTIFICATE-EXIT.
           EXIT.
      *****************************************************************
      *S2300-TRWBM-INSERT
      *      THE REVOCATION REGISTER ROW.  NOTIFY-FG STARTS AT 'N' -
      *      THE LAPBA RUN LISTS THE RELYING PARTIES AND SETS IT.
      *****************************************************************
       S2300-TRWBM-INSERT       SECTION.

           MOVE  W-COMM-RCVE-NO-TXOFF  TO  RCVE-NO-TXOFF OF TRWBM.
           MOVE  W-COMM-RCVE-NO-YY     TO  RCVE-NO-YY    OF TRWBM.
           MOVE  W-COMM-RCVE-NO-SEQNO  TO  RCVE-NO-SEQNO OF TRWBM.
           MOVE  W-COMM-REVOKE-RSN-CD  TO  REVOKE-RSN-CD OF TRWBM.
           MOVE  W-COMM-REVOKE-RSN     TO  REVOKE-RSN    OF TRWBM.
           MOVE  W-COMM-PRIOR-STAUS    TO  PRIOR-STAUS   OF TRWBM.
           MOVE  W-VOID-CNT            TO  VOID-CNT      OF TRWBM.
           MOVE  W-COMM-OPID           TO  REVOKE-OPID   OF TRWBM.
           MOVE  W-SYS-DT              TO  REVOKE-DT     OF TRWBM.
           MOVE  W-SYS-TIME            TO  REVOKE-TIME   OF TRWBM.
           MOVE  'N'                   TO  NOTIFY-FG     OF TRWBM.
           MOVE  ZERO                  TO  NOTIFY-CNT    OF TRWBM.
           MOVE  SPACE                 TO  NOTIFY-DT     OF TRWBM.

           EXEC  SQL  INSERT  INTO  DRWB.TRWBM
                        ( RCVE_NO_TXOFF, RCVE_NO_YY, RCVE_NO_SEQNO,
                          REVOKE_RSN_CD, REVOKE_RSN, PRIOR_STAUS,
                          VOID_CNT, REVOKE_OPID, REVOKE_DT,
                          REVOKE_TIME, NOTIFY_FG, NOTIFY_CNT,
                          NOTIFY_DT )
                 VALUES ( :TRWBM.RCVE-NO-TXOFF, :TRWBM.RCVE-NO-YY,
                          :TRWBM.RCVE-NO-SEQNO, :TRWBM.REVOKE-RSN-CD,
                          :TRWBM.REVOKE-RSN, :TRWBM.PRIOR-STAUS,
                          :TRWBM.VOID-CNT, :TRWBM.REVOKE-OPID,
                          :TRWBM.REVOKE-DT, :TRWBM.REVOKE-TIME,
                          :TRWBM.NOTIFY-FG, :TRWBM.NOTIFY-CNT,
                          :TRWBM.NOTIFY-DT )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'                TO  S-ROLLBACK
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'TRWBM INSERT FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(30:5)
           END-IF.

       S2300-TRWBM-INSERT-EXIT.
           EXIT.
      *****************************************************************
      *S2400-TRWAV-INSERT
      *      ONE HISTORY ROW PER REVOCATION IN THE SAME TRWAV TRAIL
      *      JAPA5 AND JEPA2 WRITE, SO JEPB1'S HISTORY REPORT SHOWS
      *      THE REVOCATION IN SEQUENCE.
      *****************************************************************
       S2400-TRWAV-INSERT       SECTION.

           EXEC  SQL  SELECT  COALESCE(MAX(VERSION_SEQNO), 0) + 1
                        INTO  :TRWAV.VERSION-SEQNO
                        FROM  DRWA.TRWAV
                       WHERE  RCVE_NO_TXOFF  = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY     = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO  = :W-COMM-RCVE-NO-SEQNO
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  1                 TO  VERSION-SEQNO  OF TRWAV
           END-IF.

           MOVE  W-COMM-RCVE-NO-TXOFF  TO  RCVE-NO-TXOFF  OF TRWAV.
           MOVE  W-COMM-RCVE-NO-YY     TO  RCVE-NO-YY     OF TRWAV.
           MOVE  W-COMM-RCVE-NO-SEQNO  TO  RCVE-NO-SEQNO  OF TRWAV.
           MOVE  'TRWAD'               TO  CHANGED-TABLE-ID OF TRWAV.
           MOVE  'U'                   TO  CHANGE-TYPE    OF TRWAV.
           MOVE  SPACE                 TO  BUSNID         OF TRWAV.
           MOVE  RESID-BUSNID OF TRWAD TO  RESID          OF TRWAV.
           MOVE  TXPAYER-TP   OF TRWAD TO  TXPAYER-TP     OF TRWAV.
           MOVE  W-SYS-DT              TO  CHANGE-DT      OF TRWAV.
           MOVE  W-SYS-TIME            TO  CHANGE-TIME    OF TRWAV.
           MOVE  W-COMM-OPID           TO  CHANGE-OPID    OF TRWAV.
           MOVE  SPACE                 TO  CHANGE-DESC    OF TRWAV.
           MOVE  'REVOKED, REASON='    TO  CHANGE-DESC    OF TRWAV.
           MOVE  W-COMM-REVOKE-RSN-CD
                                   TO  CHANGE-DESC OF TRWAV (17:2).
           MOVE  W-COMM-REVOKE-RSN
                                   TO  CHANGE-DESC OF TRWAV (20:21).

           EXEC  SQL  INSERT  INTO  DRWA.TRWAV
                             (RCVE_NO_TXOFF,
                              RCVE_NO_YY,
                              RCVE_NO_SEQNO,
                              VERSION_SEQNO,
                              CHANGED_TABLE_ID,
                              CHANGE_TYPE,
                              BUSNID,
                              RESID,
                              TXPAYER_TP,
                              CHANGE_DT,
                              CHANGE_TIME,
                              CHANGE_OPID,
                              CHANGE_DESC   )
                       VALUES
                             (:TRWAV.RCVE-NO-TXOFF,
                              :TRWAV.RCVE-NO-YY,
                              :TRWAV.RCVE-NO-SEQNO,
                              :TRWAV.VERSION-SEQNO,
                              :TRWAV.CHANGED-TABLE-ID,
                              :TRWAV.CHANGE-TYPE,
                              :TRWAV.BUSNID,
                              :TRWAV.RESID,
                              :TRWAV.TXPAYER-TP,
                              :TRWAV.CHANGE-DT,
                              :TRWAV.CHANGE-TIME,
                              :TRWAV.CHANGE-OPID,
                              :TRWAV.CHANGE-DESC   )
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'                TO  S-ROLLBACK
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'TRWAV INSERT FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(30:5)
           END-IF.

       S2400-TRWAV-INSERT-EXIT.
           EXIT.
      *****************************************************************
      *S7100-COUNT-TRWBN
      *      HOW MANY TIMES THE RECEIPT'S PAPER WAS VERIFIED THROUGH
      *      LAP93.  AN UNEXPECTED ERROR IS REPORTED HERE ONCE.
      *****************************************************************
       S7100-COUNT-TRWBN        SECTION.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-VERIFY-CNT
                        FROM  DRWB.TRWBN
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  W-VERIFY-CNT       TO  W-COMM-VERIFY-CNT
           ELSE
               MOVE  SQLCODE            TO  W-SQLCODE
               MOVE  C-RC02             TO  W-COMM-RC
               MOVE  'TRWBN SELECT FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE          TO  W-COMM-MSG(30:5)
           END-IF.

       S7100-COUNT-TRWBN-EXIT.
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
      *              PROGRAM  ID  :  LAP96                             *
      *                                                                *
      ******************************************************************
