      *  DTBA.TTBAA (  REGISTRATION  )                            RU   *
      *  DTBA.TTBAS (  SUCCESSION HISTORY  )                      CR   *
      *  DTIA.TTIAA (  INDIVIDUAL MASTER  )                       R    *
      *  DRWB.TRWCM (  DECEASED-OWNER SUCCESSION WORK ITEM  )     U    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         CLOSE THE OPEN TRWCM SUCCESSION *
      *                                WORK ITEM LAPBH OPENED FOR THE  *
      *                                BUSINESS OF A DECEASED OWNER,   *
      *                                LINKED TO THE TTBAS ROW (S2500) *
      *   26/10/15    S.K.CHOI         OWNER CHANGE WRITTEN TO TRWCO   *
      *                                MASTER HISTORY (S2350)          *
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
           05  W-COMM-NEW-RESID        PIC  X(13).
      *                                ********************************
           EXEC  SQL   INCLUDE  TIOAA   END-EXEC.

261015*                                ********************************
261015*                                *    DB2        TRWCM          *
261015*                                ********************************
261015     EXEC  SQL   INCLUDE  RWOCM   END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP14 - WORKING STORAGE ENDS HERE'.

               GO TO  S2000-MAIN-EXIT
           END-IF.

261015     PERFORM  S2350-LOG-HISTORY.
261015     IF  S-ROLLBACK-YES
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

           PERFORM  S2400-TTBAS-INSERT.
261015     IF  S-ROLLBACK-YES
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

261015     PERFORM  S2500-CLOSE-WORK-ITEM.

       S2000-MAIN-EXIT.
           EXIT.

       S2300-TRANSFER-OWNER-EXIT.
           EXIT.
261015*****************************************************************
261015*S2350-LOG-HISTORY
261015*      THE OWNER OF RECORD CHANGE ON THE LIVE MASTER ROW TO THE
261015*      TRWCO MASTER HISTORY, KEYED TO THE SUCCESSION EVENT.
261015*****************************************************************
261015 S2350-LOG-HISTORY        SECTION.

261015     INITIALIZE  LCBSMHST-USERAREA.
261015     MOVE  'A'                   TO  MHST-MASTER-TP.
261015     MOVE  W-COMM-BUSNID         TO  MHST-MASTER-ID.
261015     MOVE  SPACE                 TO  MHST-TXPAYER-TP.
261015     MOVE  C-PGM-LAP14           TO  MHST-PGM-ID.
261015     MOVE  W-COMM-OPID           TO  MHST-OPID.
261015     STRING  'SUCCESSION '  W-COMM-SUCCESS-TP  ' '
261015             W-COMM-EFF-DT
261015             DELIMITED BY SIZE  INTO  MHST-EVENT-KEY
261015     END-STRING.
261015     MOVE  2                     TO  MHST-FIELD-CNT.
261015     MOVE  'RESID_CHIEF'         TO  MHST-FIELD-NM (1).
261015     MOVE  W-OLD-RESID           TO  MHST-BEFORE-VAL (1).
261015     MOVE  W-COMM-NEW-RESID      TO  MHST-AFTER-VAL (1).
261015     MOVE  'TXPAYER_TP_CHIEF'    TO  MHST-FIELD-NM (2).
261015     MOVE  W-OLD-TXPAYER-TP      TO  MHST-BEFORE-VAL (2).
261015     MOVE  W-COMM-NEW-TXPAYER-TP TO  MHST-AFTER-VAL (2).

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
      *****************************************************************
      *S2400-TTBAS-INSERT
      *      THE CHAIN-OF-OWNERSHIP ROW LEP32 LISTS.

       S2400-TTBAS-INSERT-EXIT.
           EXIT.
261015*****************************************************************
261015*S2500-CLOSE-WORK-ITEM
261015*      A BUSINESS WHOSE OWNER THE LAPBH DEATH FEED RECORDED HAS
261015*      AN OPEN TRWCM WORK ITEM WAITING FOR THIS SUCCESSION - IT
261015*      IS CLOSED AGAINST THE TTBAS ROW JUST WRITTEN.  A
261015*      BUSINESS WITH NO OPEN ITEM IS THE ORDINARY CASE.
261015*****************************************************************
261015 S2500-CLOSE-WORK-ITEM    SECTION.
261015
261015     EXEC  SQL  UPDATE  DRWB.TRWCM
261015                   SET  WORK_STAUS    = 'D',
261015                        DONE_DT       = :W-SYS-DT,
261015                        DONE_OPID     = :W-COMM-OPID,
261015                        SUCCESS_SEQNO = :TTBAS.SUCCESS-SEQNO
261015                 WHERE  BUSNID     = :W-COMM-BUSNID
261015                   AND  WORK_STAUS = 'O'
261015     END-EXEC.
261015
261015     IF  SQLCODE  =  0  OR  SQLCODE  =  100
261015         CONTINUE
261015     ELSE
261015         MOVE  'Y'               TO  S-ROLLBACK
261015         MOVE  SQLCODE           TO  W-SQLCODE
261015         MOVE  C-RC02            TO  W-COMM-RC
261015         MOVE  'TRWCM UPDATE FAILED, SQLCODE='
261015                                  TO  W-COMM-MSG(1:29)
261015         MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
261015     END-IF.
261015
261015 S2500-CLOSE-WORK-ITEM-EXIT.
261015     EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
