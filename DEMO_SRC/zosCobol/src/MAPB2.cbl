      *  DTBA.TTBAT                              R                   *
      *  DTAA.TTAAA                              R                   *
      *  DTJA.TTJAC                              C                   *
      *  DTJA.TTJAH (VIA MAPSE)                 CU                   *
      *  DTJB.TTJBI                              R                   *
      *  LCBD2CTL.DAILY_RECON_CTL               CRU                  *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/02  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         NO ACCRUAL ON AN ITEM WRITTEN  *
      *                               OFF IN DTJB.TTJBI (MAPMW)      *
      *  2026/10/15  S.K.CHOI         EACH 'PN' / 'IN' ROW IS ADDED  *
      *                               INTO ITS DTJA.TTJAH BALANCE    *
      *                               SUMMARY THROUGH MAPSE          *
      ****************************************************************

      ****************************************************************
       01  CONSTANTS.

           05  C-PROG-ID                 PIC  X(08)  VALUE 'MAPB2'.
           05  C-PGM-MAPSE               PIC  X(08)  VALUE 'MAPSE'.

      ****************************************************************
      *                                                              *
           05  W-INTEREST-AMT            PIC S9(13)V9(02) COMP-3.
           05  W-NEXT-SEQNO              PIC S9(07)  COMP-3.

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
      *    TAXPAYER'S LIVE BUSNID/OFFICE FOR THE TTJAC POSTING.      *
      *    A TAXPAYER WHOSE BUSINESS IS SUSPENDED ON THE ACCRUAL     *
      *    DATE IS LEFT OUT - THE OBLIGATION CLOCK IS STOPPED.       *
      *    SO IS AN ITEM CURRENTLY WRITTEN OFF IN TTJBI - NOTHING    *
      *    ACCRUES ON IT UNLESS MAPB5 REINSTATES IT.                 *
      ****************************************************************

           EXEC  SQL
                              AND ( T.SUSPEND_TO_DT =  ' '
                                 OR T.SUSPEND_TO_DT >=
                                        :W-SYSTEM-DATE ))
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DTJB.TTJBI  W
                            WHERE W.RESID      =  D.RESID
                              AND W.TXPAYER_TP =  D.TXPAYER_TP
                              AND W.TXTP_CD    =  D.TXTP_CD
                              AND W.WO_STAUS   =  'W')
                 ORDER BY D.RESID, D.TXPAYER_TP, D.TXTP_CD
                 FOR FETCH ONLY
                 WITH UR
               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'PN'                    TO  L-MAPSE-TRANS-TP.
           MOVE  W-PENALTY-AMT           TO  L-MAPSE-TRANS-AMT.
           PERFORM  S2500-ADD-TO-SUMMARY.

       S2200-POST-TTJAC-EXIT.
           EXIT.

               PERFORM  S0100-MAIN-EXIT
           END-IF.

           MOVE  'IN'                    TO  L-MAPSE-TRANS-TP.
           MOVE  W-INTEREST-AMT          TO  L-MAPSE-TRANS-AMT.
           PERFORM  S2500-ADD-TO-SUMMARY.

       S2300-POST-INTEREST-EXIT.
           EXIT.

       S2400-NEXT-SEQNO-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 5 0 0 - A D D - T O - S U M M A R Y                   *
      *                                                              *
      *    THE ROW JUST POSTED, ADDED INTO ITS TTJAH BALANCE         *
      *    SUMMARY IN THE SAME UNIT OF WORK.                         *
      *                                                              *
      ****************************************************************
       S2500-ADD-TO-SUMMARY              SECTION.

           MOVE  W-DLQ-BUSNID            TO  L-MAPSE-BUSNID.
           MOVE  W-DLQ-TXTP-CD           TO  L-MAPSE-TXTP-CD.
           MOVE  W-SYSTEM-DATE           TO  L-MAPSE-TRANS-DT.

           CALL  C-PGM-MAPSE  USING  L-MAPSE-AREA.

           IF  L-MAPSE-RETURN-STATUS  NOT =  SPACE
               DISPLAY  'S2500:ERROR=MAPSE STATUS('
                         L-MAPSE-RETURN-STATUS ')'
               MOVE  U-ABEND-CODE1       TO  RETURN-CODE
               PERFORM  S0100-MAIN-EXIT
           END-IF.

       S2500-ADD-TO-SUMMARY-EXIT.
           EXIT.

      ****************************************************************
      *                                                              *
      *    S 3 1 0 0 - R E C O N - U P D A T E                       *
