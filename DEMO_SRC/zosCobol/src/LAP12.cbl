      *  DTBA.TTBAC (  BUSINESS-TYPE DETAIL )                    RU    *
      *  DTBA.TTBAI (  AMENDMENT HISTORY )                       CR    *
      *  DRWA.TRWAD (  RECEIPT DETAIL - AMENDMENT RECEIPT )      CR    *
      *  DRWB.TRWCQ (  FILING OBLIGATIONS - VIA LCBSOBLG )     CRUD    *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                TTBAV CONSENT (CAPTURED VIA    *
      *                                LAP16); COMMITTED CHANGES      *
      *                                CONSUME THE CONSENTS (S2250)   *
      *   26/10/15    S.K.CHOI         A BUSINESS-TYPE CHANGE RE-      *
      *                                DERIVES THE DRWB.TRWCQ FILING   *
      *                                OBLIGATIONS VIA LCBSOBLG        *
      *                                (S2380)                         *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-TX-SRVC-AMEND         PIC  X(05)  VALUE 'A2003'.
261015     05  C-PGM-LCBSOBLG          PIC  X(08)  VALUE 'LCBSOBLG'.

      ******************************************************************
      *                       S W I T C H E S                          *
260902         10  L-ZIPC-GA-RHEE       PIC  X(14).
260902         10  L-ZIPC-RC            PIC  X(02).

261015*****************************************************************
261015*    USERAREA OF THE LCBSOBLG FILING-OBLIGATION SERVICE.        *
261015*****************************************************************
261015 01  LCBSOBLG-USERAREA.
261015     COPY  LCBYOBLG.

           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
               END-EXEC
               PERFORM  S2400-CHECK-UPDATE
               PERFORM  S2500-TTBAI-INSERT
261015         PERFORM  S2380-REDERIVE-OBLIGATION
           END-IF.

           IF  S-ROLLBACK-YES

       S2300-APPLY-AMENDMENT-EXIT.
           EXIT.
261015*****************************************************************
261015*S2380-REDERIVE-OBLIGATION
261015*      THE NEW BUSINESS TYPE MAY OWE OTHER RETURNS - LCBSOBLG
261015*      ENDS THOSE NO LONGER DUE YESTERDAY AND OPENS THE NEW
261015*      ONES TODAY ON THE DRWB.TRWCQ REGISTER.  A FAILURE BACKS
261015*      OUT THE WHOLE AMENDMENT.
261015*****************************************************************
261015 S2380-REDERIVE-OBLIGATION  SECTION.

261015     IF  S-ROLLBACK-YES
261015         GO TO  S2380-REDERIVE-OBLIGATION-EXIT
261015     END-IF.

261015     INITIALIZE  LCBSOBLG-USERAREA.
261015     MOVE  'S'                   TO  OBLG-FUNC.
261015     MOVE  W-COMM-TXOFF-CD       TO  OBLG-TXOFF-CD.
261015     MOVE  W-COMM-RCVE-YEAR      TO  OBLG-RCVE-YEAR.
261015     MOVE  W-COMM-RCVE-NO        TO  OBLG-RCVE-NO.
261015     MOVE  BUSNID OF TTBAA       TO  OBLG-BUSNID.
261015     MOVE  W-SYS-DT              TO  OBLG-EFF-DT.
261015     MOVE  C-PGM-LAP12           TO  OBLG-PGM-ID.
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

261015 S2380-REDERIVE-OBLIGATION-EXIT.
261015     EXIT.
260902*****************************************************************
260902*S2280-RESOLVE-ZIP
260902*****************************************************************
