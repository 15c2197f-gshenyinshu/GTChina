      *                             DETAIL ON A TTBAL ROW TIED TO      *
      *                             THE PARENT TTBAA REGISTRATION      *
      *                             (S0300-BRANCH-PROCESS)             *
261015* 2026/10/15  S.K.CHOI        A BUSINESS CLOSED EX OFFICIO BY   *
261015*                             THE LAPBD DORMANCY SWEEP ('G15')  *
261015*                             MAY RE-REGISTER AS AFTER A        *
261015*                             VOLUNTARY CLOSURE ('G05')         *
261015* 2026/10/15  S.K.CHOI        SEED THE DRWB.TRWCK PERMIT        *
261015*                             REGISTER FROM THE LIQUOR LICENCE  *
261015*                             CAPTURED AT REGISTRATION          *
261015*                             (S0650-PERMIT-SEED)               *
261015* 2026/10/15  S.K.CHOI        SEED THE DRWB.TRWCQ FILING-       *
261015*                             OBLIGATION REGISTER FROM THE      *
261015*                             TTBAC BUSINESS TYPES VIA          *
261015*                             LCBSOBLG (S0700-OBLIGATION-SEED)  *
      *                                                                *
      ******************************************************************

260822     05  C-PGM-LCBSDATE         PIC  X(08) VALUE 'LCBSDATE'.
           05  C-PGM-LAS10            PIC  X(08) VALUE 'LAS10'.
260703     05  C-PGM-LIQREG           PIC  X(08) VALUE 'LIQREG'.
261015     05  C-PGM-LCBSOBLG         PIC  X(08) VALUE 'LCBSOBLG'.

      *                                *-------------------------------
      *                                *  USER  MESSAGE     CODES
260625     EXEC SQL  INCLUDE RWOBR
260625     END-EXEC.

261015*                                ********************************
261015*                                *    DCL FOR DRWB.TRWCK        *
261015*                                *    LICENCE/PERMIT REGISTER   *
261015*                                ********************************
261015     EXEC SQL  INCLUDE RWOCK
261015     END-EXEC.


      *****************************************************************
      *                                                               *
260903     05  L-IDCK-OUTPUT.
260903         10  L-IDCK-VALID-FG      PIC  X(01).
260903         10  L-IDCK-RC            PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSOBLG FILING-OBLIGATION SERVICE.        *
261015*****************************************************************
261015 01  LCBSOBLG-USERAREA.
261015     COPY  LCBYOBLG.
       01  WS-END                      PIC X(40)
           VALUE 'LAP11 - WORKING STORAGE ENDS HERE'.

               END-IF
           END-IF.

261015*    THE RETURNS THE NEW REGISTRATION MUST FILE, FROM ITS
261015*    BUSINESS TYPES.
261015     IF  A-ERROR-COUNT  = ZERO
261015         PERFORM  S0700-OBLIGATION-SEED
261015     END-IF.

           IF  A-ERROR-COUNT       >  1
               MOVE  C-MSG-AT33900    TO  W-MSG-ID
           END-IF.
               PERFORM    S6800-SQL-UPDATE-TTBAU                        

           END-IF.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         PERFORM    S0650-PERMIT-SEED
261015     END-IF.
                                                                        
       S0600-LICE-PROC-EXIT.                                            
           EXIT.                                                        
                                                                        
       EJECT                                                            

261015******************************************************************
261015*                                                                *
261015*           S 0 6 5 0 - P E R M I T - S E E D                    *
261015*   THE LIQUOR LICENCE TAKEN AT REGISTRATION BECOMES PERMIT      *
261015*   SEQNO 1 ON THE DRWB.TRWCK REGISTER.  IT HAS ALREADY PASSED   *
261015*   THE LIQREG CHECK (S1850) SO IT STARTS ACTIVE; ISSUE AND      *
261015*   EXPIRY DATES ARE NOT CAPTURED HERE AND ARE LEFT FOR THE      *
261015*   LAP98 PERMIT MAINTENANCE (TRAN LA98) RENEW FUNCTION.         *
261015*   A RE-SAVE OF THE SAME RECEIPT REFRESHES THE LICENCE DETAIL.  *
261015*                                                                *
261015******************************************************************

261015 S0650-PERMIT-SEED              SECTION.

261015     INITIALIZE                  TRWCK.
261015     MOVE  W-CM-RCVETX           TO TXOFF-CD        OF TRWCK.
261015     MOVE  W-CM-RQSTYR           TO RCVE-YEAR       OF TRWCK.
261015     MOVE  W-CM-RCVENO           TO RCVE-NO         OF TRWCK.
261015     MOVE  1                     TO PERMIT-SEQNO    OF TRWCK.
261015     MOVE  W-CM-MENUM            TO BUSNID          OF TRWCK.
261015     MOVE  'LIQ'                 TO PERMIT-TP       OF TRWCK.
261015     MOVE  W-CM-LICETP           TO PERMIT-SUBTP    OF TRWCK.
261015     MOVE  W-CM-LICENO           TO PERMIT-NO       OF TRWCK.
261015     STRING  'TAX OFFICE '  W-CM-LICETX
261015             DELIMITED BY SIZE  INTO  ISSUE-AUTH    OF TRWCK.
261015     MOVE  SPACE                 TO ISSUE-DT        OF TRWCK
261015                                    EXPIRY-DT       OF TRWCK.
261015     MOVE  W-CM-LICEBD           TO AREA-BD         OF TRWCK.
261015     MOVE  'A'                   TO PERMIT-STAUS    OF TRWCK.
261015     MOVE  W-DB2-DT              TO STAUS-DT        OF TRWCK
261015                                    REGIST-DT       OF TRWCK
261015                                    CHANGE-DT       OF TRWCK.
261015     MOVE  'R'                   TO REGIST-SRC      OF TRWCK.
261015     MOVE  W-COMM-TX-OFFCR-CD    TO REGIST-OPID     OF TRWCK
261015                                    CHANGE-OPID     OF TRWCK.

261015     EXEC  SQL    INSERT
261015                  INTO   DRWB.TRWCK
261015                       ( TXOFF_CD,
261015                         RCVE_YEAR,
261015                         RCVE_NO,
261015                         PERMIT_SEQNO,
261015                         BUSNID,
261015                         PERMIT_TP,
261015                         PERMIT_SUBTP,
261015                         PERMIT_NO,
261015                         ISSUE_AUTH,
261015                         ISSUE_DT,
261015                         EXPIRY_DT,
261015                         AREA_BD,
261015                         PERMIT_STAUS,
261015                         STAUS_DT,
261015                         REGIST_SRC,
261015                         REGIST_DT,
261015                         REGIST_OPID,
261015                         CHANGE_DT,
261015                         CHANGE_OPID )
261015                  VALUES
261015                       ( :TRWCK.TXOFF-CD,
261015                         :TRWCK.RCVE-YEAR,
261015                         :TRWCK.RCVE-NO,
261015                         :TRWCK.PERMIT-SEQNO,
261015                         :TRWCK.BUSNID,
261015                         :TRWCK.PERMIT-TP,
261015                         :TRWCK.PERMIT-SUBTP,
261015                         :TRWCK.PERMIT-NO,
261015                         :TRWCK.ISSUE-AUTH,
261015                         :TRWCK.ISSUE-DT,
261015                         :TRWCK.EXPIRY-DT,
261015                         :TRWCK.AREA-BD,
261015                         :TRWCK.PERMIT-STAUS,
261015                         :TRWCK.STAUS-DT,
261015                         :TRWCK.REGIST-SRC,
261015                         :TRWCK.REGIST-DT,
261015                         :TRWCK.REGIST-OPID,
261015                         :TRWCK.CHANGE-DT,
261015                         :TRWCK.CHANGE-OPID )
261015     END-EXEC.

261015     IF  SQLCODE  =  -803
261015         EXEC  SQL    UPDATE  DRWB.TRWCK
261015                         SET  PERMIT_SUBTP = :TRWCK.PERMIT-SUBTP,
261015                              PERMIT_NO    = :TRWCK.PERMIT-NO,
261015                              ISSUE_AUTH   = :TRWCK.ISSUE-AUTH,
261015                              AREA_BD      = :TRWCK.AREA-BD,
261015                              CHANGE_DT    = :TRWCK.CHANGE-DT,
261015                              CHANGE_OPID  = :TRWCK.CHANGE-OPID
261015                       WHERE  TXOFF_CD     = :TRWCK.TXOFF-CD
261015                         AND  RCVE_YEAR    = :TRWCK.RCVE-YEAR
261015                         AND  RCVE_NO      = :TRWCK.RCVE-NO
261015                         AND  PERMIT_SEQNO = 1
261015         END-EXEC
261015     END-IF.

261015     IF   SQLCODE = C-SQL-NORMAL
261015          CONTINUE
261015     ELSE
261015          ADD   1                   TO  A-ERROR-COUNT
261015          MOVE  SQLCODE             TO  W-SQL
261015          MOVE  W-SQL               TO  W-COMM-RC
261015          MOVE  'S0650-TRWCK-ERR'   TO  W-COMM-MSG
261015     END-IF.

261015 S0650-PERMIT-SEED-EXIT.
261015     EXIT.
261015 EJECT

261015******************************************************************
261015*                                                                *
261015*           S 0 7 0 0 - O B L I G A T I O N - S E E D            *
261015*   THE RETURNS THE REGISTRATION MUST FILE GO ON THE DRWB.TRWCQ  *
261015*   REGISTER FROM THE BUSINESS OPENING DATE (TODAY WHEN NONE WAS *
261015*   KEYED), DERIVED BY LCBSOBLG FROM THE TTBAC ROWS S1000 HAS    *
261015*   JUST WRITTEN.  A FAILURE BACKS OUT THE WHOLE REGISTRATION.   *
261015*                                                                *
261015******************************************************************

261015 S0700-OBLIGATION-SEED          SECTION.

261015     IF  W-CM-RCVENO  NOT NUMERIC
261015     OR  W-CM-RCVENO  =  ZERO
261015         GO TO  S0700-OBLIGATION-SEED-EXIT
261015     END-IF.

261015     INITIALIZE                  LCBSOBLG-USERAREA.
261015     MOVE  'S'                   TO OBLG-FUNC.
261015     MOVE  W-CM-RCVETX           TO OBLG-TXOFF-CD.
261015     MOVE  W-CM-RQSTYR           TO OBLG-RCVE-YEAR.
261015     MOVE  W-CM-RCVENO           TO OBLG-RCVE-NO.
261015     MOVE  W-CM-MENUM            TO OBLG-BUSNID.
261015     IF  W-CM-RGST-OPEN-DT  NUMERIC
261015         MOVE  W-CM-RGST-OPEN-DT TO OBLG-EFF-DT
261015     ELSE
261015         MOVE  W-DB2-DT          TO OBLG-EFF-DT
261015     END-IF.
261015     MOVE  C-PGM-LAP11           TO OBLG-PGM-ID.
261015     MOVE  W-COMM-TX-OFFCR-CD    TO OBLG-OPID.

261015     CALL  C-PGM-LCBSOBLG     USING LCBSOBLG-USERAREA.

261015     IF   OBLG-RTN-NORMAL
261015          CONTINUE
261015     ELSE
261015          ADD   1                   TO  A-ERROR-COUNT
261015          MOVE  OBLG-SQLCODE        TO  W-SQL
261015          MOVE  W-SQL               TO  W-COMM-RC
261015          MOVE  'S0700-TRWCQ-ERR'   TO  W-COMM-MSG
261015     END-IF.

261015 S0700-OBLIGATION-SEED-EXIT.
261015     EXIT.
261015 EJECT
                                                                        
      ******************************************************************
      *                                                                *

               ELSE

261015             IF  HISTORY-TP  OF TTAAC = 'G05'
261015             OR  HISTORY-TP  OF TTAAC = 'G15'

                       CONTINUE

