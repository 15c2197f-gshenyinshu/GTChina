      *  DTAA.TTAAC (  REGISTRATION HISTORY  )                    C    *
      *  DTJB.TTJBD (  DELINQUENCY DETAIL  )                      R    *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL  )              R    *
      *  DRWB.TRWCQ (  FILING OBLIGATIONS - VIA LCBSOBLG )       UD    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         '97' REVOKED IS NOT AN OPEN    *
      *                                REQUEST                        *
      *   26/10/15    S.K.CHOI         CLOSE_DT CHANGE WRITTEN TO     *
      *                                TRWCO MASTER HISTORY           *
      *   26/10/15    S.K.CHOI         OPEN DRWB.TRWCQ FILING          *
      *                                OBLIGATIONS END AT THE CLOSURE  *
      *                                DATE VIA LCBSOBLG (S2360)       *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
261015     05  C-PGM-LCBSMHST          PIC  X(08)  VALUE 'LCBSMHST'.
261015     05  C-PGM-LCBSOBLG          PIC  X(08)  VALUE 'LCBSOBLG'.
      *    CLOSURE HISTORY TYPE LAP11'S S2000-PAUP-CHK-PROC TESTS.
           05  C-HISTORY-TP-CLOSE      PIC  X(03)  VALUE 'G05'.

               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSMHST MASTER CHANGE-HISTORY WRITER.     *
261015*****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

261015*****************************************************************
261015*    USERAREA OF THE LCBSOBLG FILING-OBLIGATION SERVICE.        *
261015*****************************************************************
261015 01  LCBSOBLG-USERAREA.
261015     COPY  LCBYOBLG.

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
      *        'K' CHECKLIST ONLY - REPORT THE FINAL OBLIGATIONS
               GO TO  S2000-MAIN-EXIT
           END-IF.

261015     PERFORM  S2350-LOG-HISTORY.
261015     IF  W-COMM-RC  NOT =  C-RC00
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

261015     PERFORM  S2360-END-OBLIGATION.
261015     IF  W-COMM-RC  NOT =  C-RC00
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

           PERFORM  S2400-TTAAC-INSERT.

       S2000-MAIN-EXIT.
                       WHERE  SUBSTR(RESID_BUSNID, 1, 10)
                                  = :W-COMM-BUSNID
                         AND  TREAT_STAUS  NOT IN
261015                            ('12', '21', '95', '97', '99')
           END-EXEC.

           IF  SQLCODE  NOT =  0

       S2300-CLOSE-TTAAA-EXIT.
           EXIT.
261015*****************************************************************
261015*S2350-LOG-HISTORY
261015*      THE CLOSE_DT CHANGE TO THE TRWCO MASTER HISTORY.  THE
261015*      ROW WAS OPEN (S2100), SO THE BEFORE VALUE IS BLANK.
261015*****************************************************************
261015 S2350-LOG-HISTORY        SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                   TO  MHST-MASTER-TP.
261015     MOVE  W-COMM-BUSNID         TO  MHST-MASTER-ID.
261015     MOVE  SPACE                 TO  MHST-TXPAYER-TP.
261015     MOVE  C-PGM-LAP13           TO  MHST-PGM-ID.
261015     MOVE  W-COMM-OPID           TO  MHST-OPID.
261015     STRING  'CLOSURE '  W-COMM-CLOSE-DT
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                     TO  MHST-FIELD-CNT.
261015     MOVE  'CLOSE_DT'            TO  MHST-FIELD-NM (1).
261015     MOVE  CLOSE-DT OF TTAAA     TO  MHST-BEFORE-VAL (1).
261015     MOVE  W-COMM-CLOSE-DT       TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  MHST-SQLCODE      TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'MASTER HISTORY FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
261015     END-IF.

261015 S2350-LOG-HISTORY-EXIT.
261015     EXIT.
261015*****************************************************************
261015*S2360-END-OBLIGATION
261015*      EVERY OPEN DRWB.TRWCQ FILING OBLIGATION OF THE BUSINESS
261015*      ENDS ON THE CLOSURE DATE, SO NO RETURN IS DEMANDED FOR A
261015*      PERIOD AFTER IT.
261015*****************************************************************
261015 S2360-END-OBLIGATION     SECTION.

261015     INITIALIZE  LCBSOBLG-USERAREA.
261015     MOVE  'C'                   TO  OBLG-FUNC.
261015     MOVE  W-COMM-BUSNID         TO  OBLG-BUSNID.
261015     MOVE  W-COMM-CLOSE-DT       TO  OBLG-EFF-DT.
261015     MOVE  C-PGM-LAP13           TO  OBLG-PGM-ID.
261015     MOVE  W-COMM-OPID           TO  OBLG-OPID.

261015     CALL  C-PGM-LCBSOBLG  USING  LCBSOBLG-USERAREA.

261015     IF  NOT  OBLG-RTN-NORMAL
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  OBLG-SQLCODE      TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'OBLIGATION UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:34)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(35:5)
261015     END-IF.

261015 S2360-END-OBLIGATION-EXIT.
261015     EXIT.
      *****************************************************************
      *S2400-TTAAC-INSERT
      *      THE 'G05' CLOSURE HISTORY ROW LAP11'S S2000-PAUP-CHK-
