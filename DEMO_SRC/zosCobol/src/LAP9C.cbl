      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP9C.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  C                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  LIST THE DRWB.TRWCX CORRESPONDENCE REGISTER *
      *                     OF ONE TAXPAYER (RESIDENT, BUSINESS OR     *
      *                     AGENCY ID):  EVERY NOTICE, STATEMENT AND   *
      *                     CERTIFICATE MAILING SENT, HELD BACK OR     *
      *                     REDIRECTED, WITH THE PRODUCING PROGRAM,    *
      *                     ITS REFERENCE, THE CHANNEL, THE ADDRESS    *
      *                     THE PAPER WENT TO AND WHETHER IT CAME      *
      *                     BACK.                                      *
      *                                                                *
      *  TRANSACTION    -  LA9C                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  1500 BYTE            *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  1500 BYTE            *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCX (  CORRESPONDENCE REGISTER    )              R     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  NEWEST MAILING FIRST, PAGED BY THE REGISTER *
      *                     SEQUENCE:  PASS BACK THE LAST SEQUENCE     *
      *                     RETURNED TO GET THE NEXT (OLDER) PAGE;     *
      *                     ZERO STARTS FROM THE LATEST.  A NON-BLANK  *
      *                     NOTICE TYPE LISTS THAT TYPE ONLY.          *
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
           VALUE 'LAP9C - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP9C             PIC  X(05)  VALUE 'LAP9C'.
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
           05  W-START-SEQNO           PIC  S9(05) COMP-3.

       01  W-COMM-AREA.
           05  W-COMM-TXPAYER-ID       PIC  X(13).
      *    BLANK LISTS EVERY NOTICE TYPE
           05  W-COMM-NOTICE-TP        PIC  X(06).
      *    THE LAST SEQUENCE OF THE PREVIOUS PAGE (ZERO = LATEST)
           05  W-COMM-START-SEQNO      PIC  9(05).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
      *    LIST REPLY - THE NEXT OLDER MAILINGS OF THE TAXPAYER
           05  W-COMM-LIST-CNT         PIC  9(02).
           05  W-COMM-LIST             OCCURS 8 TIMES.
               10  W-COMM-L-SEQNO      PIC  9(05).
               10  W-COMM-L-NOTICE-TP  PIC  X(06).
               10  W-COMM-L-SRC-PGM    PIC  X(08).
               10  W-COMM-L-SRC-REF    PIC  X(20).
               10  W-COMM-L-CHANNEL    PIC  X(01).
               10  W-COMM-L-SEND-STAUS PIC  X(01).
               10  W-COMM-L-HOLD-RSN   PIC  X(02).
               10  W-COMM-L-LGDONG-CD  PIC  X(10).
               10  W-COMM-L-ADDR-DTL   PIC  X(68).
               10  W-COMM-L-SEND-DT    PIC  X(08).
               10  W-COMM-L-SEND-TIME  PIC  X(06).
               10  W-COMM-L-RTN-FG     PIC  X(01).
               10  W-COMM-L-RTN-DT     PIC  X(08).
           05  FILLER                  PIC  X(240).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCX          *
      *                                *    CORRESPONDENCE REGISTER   *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCX   END-EXEC.

      *                                ********************************
      *                                *    MAILINGS OF ONE TAXPAYER  *
      *                                ********************************
           EXEC  SQL   DECLARE  CURSOR_CORR  CURSOR  FOR
                       SELECT   CORR_SEQNO, NOTICE_TP, SRC_PGM,
                                SRC_REF, CHANNEL, SEND_STAUS,
                                HOLD_RSN, LGDONG_CD, ADDR_DTL,
                                SEND_DT, SEND_TIME, RTN_FG, RTN_DT
                         FROM   DRWB.TRWCX
                        WHERE   TXPAYER_ID = :W-COMM-TXPAYER-ID
                          AND  (NOTICE_TP  = :W-COMM-NOTICE-TP
                           OR   :W-COMM-NOTICE-TP = ' ')
                          AND   CORR_SEQNO < :W-START-SEQNO
                        ORDER   BY CORR_SEQNO DESC
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP9C - WORKING STORAGE ENDS HERE'.

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
      *      VALIDATE THE KEY AND LIST THE NEXT PAGE OF MAILINGS.
      *****************************************************************
       S2000-MAIN               SECTION.

           IF  W-COMM-TXPAYER-ID    =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'TAXPAYER ID REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-NOTICE-TP     =  LOW-VALUE
               MOVE  SPACE             TO  W-COMM-NOTICE-TP
           END-IF.

           IF  W-COMM-START-SEQNO   NOT NUMERIC  OR
               W-COMM-START-SEQNO   =  ZERO
               MOVE  99999             TO  W-START-SEQNO
           ELSE
               MOVE  W-COMM-START-SEQNO
                                       TO  W-START-SEQNO
           END-IF.

           PERFORM  S2100-LIST-REGISTER.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-LIST-REGISTER
      *      FILL THE REPLY LIST WITH THE NEXT OLDER MAILINGS OF THE
      *      TAXPAYER BELOW THE SEQUENCE PASSED IN.
      *****************************************************************
       S2100-LIST-REGISTER      SECTION.

           MOVE  ZERO                  TO  W-COMM-LIST-CNT
                                           W-LIST-IX.
           MOVE  'N'                   TO  S-LIST-END.

           EXEC  SQL  OPEN  CURSOR_CORR  END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCX OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:27)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(28:5)
               GO TO  S2100-LIST-REGISTER-EXIT
           END-IF.

           PERFORM  S2110-FETCH-REGISTER
               UNTIL  S-LIST-END-YES
                  OR  W-LIST-IX  NOT <  C-LIST-MAX.

           EXEC  SQL  CLOSE CURSOR_CORR  END-EXEC.

           MOVE  W-LIST-IX             TO  W-COMM-LIST-CNT.

           IF  W-LIST-IX  =  ZERO
               MOVE  C-RC03            TO  W-COMM-RC
               MOVE  'NO FURTHER CORRESPONDENCE REGISTERED FOR THIS ID'
                                        TO  W-COMM-MSG
           ELSE
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  W-COMM-L-SEQNO (W-LIST-IX)
                                       TO  W-COMM-START-SEQNO
           END-IF.

       S2100-LIST-REGISTER-EXIT.
           EXIT.
      *****************************************************************
      *S2110-FETCH-REGISTER
      *****************************************************************
       S2110-FETCH-REGISTER     SECTION.

           EXEC  SQL  FETCH  CURSOR_CORR
                       INTO  :TRWCX.CORR-SEQNO,
                             :TRWCX.NOTICE-TP,
                             :TRWCX.SRC-PGM,
                             :TRWCX.SRC-REF,
                             :TRWCX.CHANNEL,
                             :TRWCX.SEND-STAUS,
                             :TRWCX.HOLD-RSN,
                             :TRWCX.LGDONG-CD,
                             :TRWCX.ADDR-DTL,
                             :TRWCX.SEND-DT,
                             :TRWCX.SEND-TIME,
                             :TRWCX.RTN-FG,
                             :TRWCX.RTN-DT
           END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  'Y'               TO  S-LIST-END
               GO TO  S2110-FETCH-REGISTER-EXIT
           END-IF.

           ADD   1                     TO  W-LIST-IX.
           MOVE  CORR-SEQNO OF TRWCX   TO  W-COMM-L-SEQNO (W-LIST-IX).
           MOVE  NOTICE-TP  OF TRWCX
                                  TO  W-COMM-L-NOTICE-TP  (W-LIST-IX).
           MOVE  SRC-PGM    OF TRWCX
                                  TO  W-COMM-L-SRC-PGM    (W-LIST-IX).
           MOVE  SRC-REF    OF TRWCX
                                  TO  W-COMM-L-SRC-REF    (W-LIST-IX).
           MOVE  CHANNEL    OF TRWCX
                                  TO  W-COMM-L-CHANNEL    (W-LIST-IX).
           MOVE  SEND-STAUS OF TRWCX
                                  TO  W-COMM-L-SEND-STAUS (W-LIST-IX).
           MOVE  HOLD-RSN   OF TRWCX
                                  TO  W-COMM-L-HOLD-RSN   (W-LIST-IX).
           MOVE  LGDONG-CD  OF TRWCX
                                  TO  W-COMM-L-LGDONG-CD  (W-LIST-IX).
           MOVE  ADDR-DTL   OF TRWCX
                                  TO  W-COMM-L-ADDR-DTL   (W-LIST-IX).
           MOVE  SEND-DT    OF TRWCX
                                  TO  W-COMM-L-SEND-DT    (W-LIST-IX).
           MOVE  SEND-TIME  OF TRWCX
                                  TO  W-COMM-L-SEND-TIME  (W-LIST-IX).
           MOVE  RTN-FG     OF TRWCX
                                  TO  W-COMM-L-RTN-FG     (W-LIST-IX).
           MOVE  RTN-DT     OF TRWCX
                                  TO  W-COMM-L-RTN-DT     (W-LIST-IX).

       S2110-FETCH-REGISTER-EXIT.
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
      *              PROGRAM  ID  :  LAP9C                             *
      *                                                                *
      ******************************************************************
