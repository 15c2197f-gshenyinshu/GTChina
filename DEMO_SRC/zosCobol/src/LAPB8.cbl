      *  DRWA.TRWAQ                              R                   *
      *  DRWA.TRWAW                             CR                   *
      *  DRWA.TRWAX                              C                   *
      *  DRWB.TRWCX  (VIA LCBSCORR)             CU                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         'U' MARKS THE CERTIFICATE      *
      *                               MAILING RETURNED ON THE TRWCX  *
      *                               CORRESPONDENCE REGISTER        *
      ****************************************************************

      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'LAPB8'.
261015     05  C-PGM-LCBSCORR            PIC  X(08)  VALUE 'LCBSCORR'.

      ****************************************************************
      *                                                              *
      ****************************************************************
           EXEC  SQL  INCLUDE  RWOAX      END-EXEC.

261015****************************************************************
261015*    LCBSCORR  (   CORRESPONDENCE REGISTER USERAREA   )        *
261015****************************************************************
261015 01  LCBSCORR-USERAREA.
261015     COPY  LCBYCORR.

       01  W-END                         PIC  X(40)  VALUE
           'LAPB8    *** WORKING STORAGE ENDS HERE  '.


           IF  T-STATUS-UNDELIV
               PERFORM  S2300-OPEN-REDELIV
261015         PERFORM  S2400-MARK-RETURNED
           END-IF.

       S2100-INSERT-TRWAW-EXIT.
       S2300-OPEN-REDELIV-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 4 0 0 - M A R K - R E T U R N E D                     *
261015*                                                              *
261015*    SAME REGISTER UPDATE LAP92'S S2700 MAKES - THE            *
261015*    CERTIFICATE MAILING IS MARKED RETURNED ON TRWCX, THE      *
261015*    TAXPAYER TAKEN BY LCBSCORR FROM THE TRWAD RECEIPT.        *
261015*                                                              *
261015****************************************************************
261015 S2400-MARK-RETURNED               SECTION.

261015     INITIALIZE  LCBSCORR-USERAREA.
261015     MOVE  'R'                   TO  CORR-FUNC.
261015     MOVE  SPACE                 TO  CORR-TXPAYER-ID.
261015     MOVE  'CERT'                TO  CORR-NOTICE-TP.
261015     MOVE  C-PROG-ID             TO  CORR-PGM-ID.
261015     MOVE  C-PROG-ID             TO  CORR-OPID.
261015     MOVE  T-RCVE-NO-TXOFF       TO  CORR-RCVE-NO-TXOFF.
261015     MOVE  T-RCVE-NO-YY          TO  CORR-RCVE-NO-YY.
261015     MOVE  T-RCVE-NO-SEQNO       TO  CORR-RCVE-NO-SEQNO.

261015     CALL  C-PGM-LCBSCORR  USING  LCBSCORR-USERAREA.

261015     IF  CORR-RTN-ERROR  OR  CORR-RTN-BAD-INPUT
261015         MOVE  CORR-SQLCODE        TO  W-SQLCODE
261015         DISPLAY  'S2400:LCBSCORR ERROR RC=' CORR-RTN-CD
261015                  ' SQLCODE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015 S2400-MARK-RETURNED-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 5 1 0 0 - W R I T E - U N M A T C H                     *
