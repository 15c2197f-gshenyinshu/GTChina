      *  DRWB.TRWBA                              R                   *
      *  DTAA.TTAAA                              R                   *
      *  DTJA.TTJAC                              C                   *
      *  DTJA.TTJAH (VIA MAPSE)                 CU                   *
      *  LCBD2CTL.DAILY_RECON_CTL               CRU                  *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         EACH LATE-FILING 'PN' ROW IS   *
      *                               ADDED INTO ITS DTJA.TTJAH      *
      *                               BALANCE SUMMARY THROUGH MAPSE  *
      ****************************************************************

      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MIPB4'.
           05  C-PGM-MAPSE               PIC  X(08)  VALUE 'MAPSE'.
           05  C-CTL-LATEADDN            PIC  X(08)  VALUE 'LATEADDN'.
           05  C-DFLT-CAP-DAYS           PIC S9(04)  COMP  VALUE +90.
           05  C-DFLT-PERDAY-100         PIC S9(04)  COMP  VALUE +50.
           05  W-LF-DAYS-LATE            PIC S9(04) COMP.
           05  W-LF-BUSNID               PIC  X(10).

      ****************************************************************
      *    PARAMETER AREA OF THE MAPSE BALANCE SUMMARY SERVICE,      *
      *    CARRIED AS MAPSE ITSELF DEFINES IT.                       *
      ****************************************************************
       01  L-MAPSE-AREA.
           05  L-MAPSE-INPUT.
               10  L-MAPSE-BUSNID        PIC  X(10).
               10  L-MAPSE-TXTP-CD       PIC  X(02).
               10  L-MAPSE-TRANS-DT      PIC  X(08).
               10  L-MAPSE-TRANS-TP      PIC  X(02).
               10  L-MAPSE-TRANS-AMT     PIC S9(13)V9(02) COMP-3.
           05  L-MAPSE-OUTPUT.
               10  L-MAPSE-RETURN-STATUS PIC  X(01).

      ****************************************************************
      *                                                              *
      *    R E P O R T    L I N E S                                  *
               PERFORM  S0100-MAIN-EXIT
           END-IF.

      *    THE ROW JUST POSTED, ADDED INTO ITS TTJAH BALANCE SUMMARY
      *    IN THE SAME UNIT OF WORK.
           MOVE  W-LF-BUSNID             TO  L-MAPSE-BUSNID.
           MOVE  W-LF-TXTP-CD            TO  L-MAPSE-TXTP-CD.
           MOVE  W-SYSTEM-DATE           TO  L-MAPSE-TRANS-DT.
           MOVE  'PN'                    TO  L-MAPSE-TRANS-TP.
           MOVE  W-ADDN-AMT              TO  L-MAPSE-TRANS-AMT.

           CALL  C-PGM-MAPSE  USING  L-MAPSE-AREA.

           IF  L-MAPSE-RETURN-STATUS  NOT =  SPACE
               DISPLAY  'S2200:ERROR=MAPSE STATUS('
                         L-MAPSE-RETURN-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2200-POST-TTJAC-EXIT.
           EXIT.

