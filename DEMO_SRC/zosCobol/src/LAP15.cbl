      *  ============================================================  *
      *  DTAA.TTAAA (  BUSINESS MASTER  )                         R    *
      *  DTBA.TTBAT (  SUSPENSION PERIODS  )                     CRU   *
      *  DRWB.TRWCS (  FILING DEMANDS - VIA LCBSOBLG )             U   *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/09/02    S.K.CHOI         INITIAL CODING                  *
      *   26/10/15    S.K.CHOI         OPEN DRWB.TRWCS FILING DEMANDS  *
      *                                INSIDE A NEW SUSPENSION ARE     *
      *                                VOIDED VIA LCBSOBLG (S2150)     *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-PGM-LCBSOBLG          PIC  X(08)  VALUE 'LCBSOBLG'.

      ******************************************************************
      *                       S W I T C H E S                          *
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

      *****************************************************************
      *    USERAREA OF THE LCBSOBLG FILING-OBLIGATION SERVICE.        *
      *****************************************************************
       01  LCBSOBLG-USERAREA.
           COPY  LCBYOBLG.

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-SUSPEND           VALUE 'S'.
           IF  SQLCODE  =  0
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'SUSPENSION RECORDED'      TO  W-COMM-MSG
               PERFORM  S2150-VOID-DEMANDS
           ELSE
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
       S2100-SUSPEND-EXIT.
           EXIT.
      *****************************************************************
      *S2150-VOID-DEMANDS
      *      A FILING DEMAND STILL OPEN FOR A PERIOD THE NEW
      *      SUSPENSION WHOLLY COVERS IS VOIDED - NOTHING WAS OWED.
      *****************************************************************
       S2150-VOID-DEMANDS       SECTION.

           INITIALIZE  LCBSOBLG-USERAREA.
           MOVE  'P'                   TO  OBLG-FUNC.
           MOVE  W-COMM-BUSNID         TO  OBLG-BUSNID.
           MOVE  SUSPEND-FR-DT OF TTBAT  TO  OBLG-EFF-DT.
           MOVE  SUSPEND-TO-DT OF TTBAT  TO  OBLG-END-DT.
           MOVE  C-PGM-LAP15           TO  OBLG-PGM-ID.
           MOVE  W-COMM-OPID           TO  OBLG-OPID.

           CALL  C-PGM-LCBSOBLG  USING  LCBSOBLG-USERAREA.

           IF  NOT  OBLG-RTN-NORMAL
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  OBLG-SQLCODE      TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'OBLIGATION UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:34)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(35:5)
           END-IF.

       S2150-VOID-DEMANDS-EXIT.
           EXIT.
      *****************************************************************
      *S2200-RESUME
      *      DATE THE OPEN SUSPENSION PERIOD.  THE RESUMPTION DATE
      *      (W-COMM-TO-DT) CLOSES THE PERIOD.
