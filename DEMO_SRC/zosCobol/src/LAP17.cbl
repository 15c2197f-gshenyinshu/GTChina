      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         LEAVE '97' REVOKED RECEIPTS    *
      *                                WITH THE ISSUING OFFICE        *
      *   26/10/15    S.K.CHOI         TXOFF_CD CHANGE WRITTEN TO     *
      *                                TRWCO MASTER HISTORY           *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
261015     05  C-PGM-LCBSMHST          PIC  X(08)  VALUE 'LCBSMHST'.

      ******************************************************************
      *                       S W I T C H E S                          *
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSMHST MASTER CHANGE-HISTORY WRITER.     *
261015*****************************************************************
261015 01  LCBSMHST-USERAREA.
261015     COPY  LCBYMHST.

       01  W-COMM-AREA.
           05  W-COMM-BUSNID           PIC  X(10).
           05  W-COMM-NEW-TXOFF-CD     PIC  X(03).
               GO TO  S2000-MAIN-EXIT
           END-IF.

261015     PERFORM  S2250-LOG-HISTORY.
261015     IF  W-COMM-RC  NOT =  C-RC00
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

           PERFORM  S2300-MOVE-OPEN-WORK.
           PERFORM  S2400-TTBAW-INSERT.


       S2200-REASSIGN-MASTER-EXIT.
           EXIT.
261015*****************************************************************
261015*S2250-LOG-HISTORY
261015*      THE TXOFF_CD CHANGE TO THE TRWCO MASTER HISTORY.
261015*****************************************************************
261015 S2250-LOG-HISTORY        SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                   TO  MHST-MASTER-TP.
261015     MOVE  W-COMM-BUSNID         TO  MHST-MASTER-ID.
261015     MOVE  SPACE                 TO  MHST-TXPAYER-TP.
261015     MOVE  C-PGM-LAP17           TO  MHST-PGM-ID.
261015     MOVE  W-COMM-OPID           TO  MHST-OPID.
261015     STRING  'OFFICE TRANSFER '  W-COMM-EFF-DT
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  1                     TO  MHST-FIELD-CNT.
261015     MOVE  'TXOFF_CD'            TO  MHST-FIELD-NM (1).
261015     MOVE  W-OLD-TXOFF-CD        TO  MHST-BEFORE-VAL (1).
261015     MOVE  W-COMM-NEW-TXOFF-CD   TO  MHST-AFTER-VAL (1).

261015     CALL  C-PGM-LCBSMHST  USING  LCBSMHST-USERAREA.

261015     IF  NOT  MHST-RTN-NORMAL
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  MHST-SQLCODE      TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'MASTER HISTORY FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:31)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(32:5)
261015     END-IF.

261015 S2250-LOG-HISTORY-EXIT.
261015     EXIT.
      *****************************************************************
      *S2300-MOVE-OPEN-WORK
      *      THE KEYS ON THE OPEN WORK CANNOT CHANGE - THE RECEIPT
                       WHERE  SUBSTR(RESID_BUSNID, 1, 10)
                                            = :W-COMM-BUSNID
                         AND  TREAT_STAUS  NOT IN
261015                            ('12', '21', '95', '97', '99')
           END-EXEC.

           IF  SQLCODE  =  0
