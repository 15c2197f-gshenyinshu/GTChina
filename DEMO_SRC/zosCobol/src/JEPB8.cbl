      *  DRWA.TRWAV                              R                   *
      *  DRWA.TRWAQ                              R                   *
      *  DRWA.TRWAW                              R                   *
      *  DRWB.TRWCB                              R                   *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *  ==========  ===============  ============================  *
      *  2026/08/22  S.K.CHOI         INITIAL WRITTEN                *
      *  2026/10/15  S.K.CHOI         REFUSAL/RETURN NOTICES (TRWCB) *
      *                               MERGED INTO THE DOSSIER AS     *
      *                               'NOTC' EVENTS                  *
      ****************************************************************

      ****************************************************************

      ****************************************************************
      *    CURSOR_EVENT : TRWAV, TRWAQ AND TRWAW EVENTS IN ONE       *
261015*    (PLUS THE TRWCB REFUSAL/RETURN NOTICES - 'NOTC')          *
      *    UNIFORM SHAPE, MERGED BY UNION ALL AND ORDERED INTO THE   *
      *    CHRONOLOGICAL NARRATIVE PER RECEIPT.  THE KEY PREDICATE   *
      *    AND THE DATE-RANGE PREDICATE ARE EACH DISABLED BY THEIR   *
                 AND    ( CONFIRM_DT BETWEEN :W-SYSIN-DT-FR
                                        AND :W-SYSIN-DT-TO
                     OR   :W-SYSIN-DT-FR = ' ' )
261015           UNION  ALL
261015           SELECT   RCVE_NO_TXOFF
261015           ,        RCVE_NO_YY
261015           ,        RCVE_NO_SEQNO
261015           ,        NOTICE_DT
261015           ,        NOTICE_TIME
261015           ,        'NOTC'
261015           ,        'NO=' || NOTICE_YY || '-'
261015                    || DIGITS(NOTICE_SEQNO)
261015                    || ' TP='  || NOTICE_TP
261015                    || ' RSN=' || RSN_CD
261015                    || ' DUE=' || RESP_DUE_DT
261015                    || ' DOCS='|| DIGITS(MISSING_DOC_CNT)
261015                    || ' '     || RSN_TEXT
261015           FROM     DRWB.TRWCB
261015           WHERE  ( ( RCVE_NO_TXOFF = :W-SYSIN-TXOFF
261015                AND   RCVE_NO_YY    = :W-SYSIN-YY
261015                AND   RCVE_NO_SEQNO = :W-SYSIN-SEQNO )
261015               OR    :W-SYSIN-SEQNO = 0 )
261015           AND    ( NOTICE_DT  BETWEEN :W-SYSIN-DT-FR
261015                                  AND :W-SYSIN-DT-TO
261015               OR   :W-SYSIN-DT-FR = ' ' )
                 ORDER BY 2, 1, 3, 4, 5
                 FOR FETCH ONLY
                 WITH UR
260903*    THE LIVE TABLES.  STATIC SQL CANNOT SWITCH SCHEMAS, SO   *
260903*    THE TWO CURSORS STAND SIDE BY SIDE AND THE SYSIN SOURCE  *
260903*    FLAG PICKS ONE.                                          *
261015*    TRWCB IS NOT ARCHIVED, SO ITS NOTICES ARE READ FROM THE   *
261015*    LIVE DRWB SCHEMA IN BOTH CURSORS.                         *
260903****************************************************************

260903     EXEC  SQL
260903           AND    ( CONFIRM_DT BETWEEN :W-SYSIN-DT-FR
260903                                  AND :W-SYSIN-DT-TO
260903               OR   :W-SYSIN-DT-FR = ' ' )
261015           UNION  ALL
261015           SELECT   RCVE_NO_TXOFF
261015           ,        RCVE_NO_YY
261015           ,        RCVE_NO_SEQNO
261015           ,        NOTICE_DT
261015           ,        NOTICE_TIME
261015           ,        'NOTC'
261015           ,        'NO=' || NOTICE_YY || '-'
261015                    || DIGITS(NOTICE_SEQNO)
261015                    || ' TP='  || NOTICE_TP
261015                    || ' RSN=' || RSN_CD
261015                    || ' DUE=' || RESP_DUE_DT
261015                    || ' DOCS='|| DIGITS(MISSING_DOC_CNT)
261015                    || ' '     || RSN_TEXT
261015           FROM     DRWB.TRWCB
261015           WHERE  ( ( RCVE_NO_TXOFF = :W-SYSIN-TXOFF
261015                AND   RCVE_NO_YY    = :W-SYSIN-YY
261015                AND   RCVE_NO_SEQNO = :W-SYSIN-SEQNO )
261015               OR    :W-SYSIN-SEQNO = 0 )
261015           AND    ( NOTICE_DT  BETWEEN :W-SYSIN-DT-FR
261015                                  AND :W-SYSIN-DT-TO
261015               OR   :W-SYSIN-DT-FR = ' ' )
260903           ORDER BY 2, 1, 3, 4, 5
260903           FOR FETCH ONLY
260903           WITH UR
