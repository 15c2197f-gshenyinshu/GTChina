      ****************************************************************
      *  HANDLER     : ANNUAL CLOSED-RECEIPT ARCHIVE RUN             *
      *  DESCRIPTION : MOVES CLOSED RECEIPTS (TRWAD STATUS '21',     *
      *                '95', '97', '99') WHOSE RECEIPT YEAR IS AT OR *
      *                BEFORE THE SYSIN CUTOFF INTO THE DRWH         *
      *                ARCHIVE SCHEMA - THE TRWAD ROW AND EVERY      *
      *                TRWAQ / TRWAV / TRWAW ROW UNDER THE SAME      *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/09/03  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         '97' REVOKED RECEIPTS ARE      *
      *                               CLOSED AND ARCHIVED TOO        *
      ****************************************************************

      ****************************************************************

      ****************************************************************
      *    CURSOR_CLOSED : CLOSED RECEIPTS AT OR BEFORE THE CUTOFF   *
261015*    YEAR.  '21'/'95'/'97'/'99' ARE THE TERMINAL STATUSES -    *
      *    ANYTHING ELSE MIGHT STILL MOVE AND STAYS LIVE.            *
      ****************************************************************

                 ,        RCVE_NO_YY
                 ,        RCVE_NO_SEQNO
                 FROM     DRWA.TRWAD
261015           WHERE    TREAT_STAUS  IN ('21','95','97','99')
                 AND      RCVE_NO_YY  <=  :W-SYSIN-CUT-YY
                 ORDER BY RCVE_NO_YY, RCVE_NO_TXOFF, RCVE_NO_SEQNO
           END-EXEC.
