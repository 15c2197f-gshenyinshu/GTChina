      *                               PRIORITY CLASS ('U'/'E'/       *
      *                               ROUTINE) AND EXCEPTION PAGE    *
      *                               IN PRIORITY-THEN-AGE ORDER     *
      *  2026/10/15  S.K.CHOI         '97' REVOKED (LAP96) IS A      *
      *                               CLOSED STATUS                  *
      ****************************************************************

      ****************************************************************
      *    '12' ISSUED, '95' CANCELLED AND '99' REJECTED ARE THE     *
      *    CLOSED STATUSES; EVERYTHING ELSE IS STILL SOMEBODY'S      *
      *    WORK.                                                     *
261015*    '97' REVOKED (LAP96) IS CLOSED AS WELL.                   *
      ****************************************************************

           EXEC  SQL
                                      SUBSTR(RCVE_DT,5,2) || '-' ||
                                      SUBSTR(RCVE_DT,7,2)))
                 FROM     DRWA.TRWAD
261015           WHERE    TREAT_STAUS  NOT IN ('12', '21', '95', '97',
261015                                         '99')
                 AND      RCVE_DT      >  '        '
                 ORDER BY RCVE_NO_TXOFF, TX_SRVC_TP,
                          RCVE_NO_YY, RCVE_NO_SEQNO
                                      SUBSTR(RCVE_DT,5,2) || '-' ||
                                      SUBSTR(RCVE_DT,7,2)))
                 FROM     DRWA.TRWAD
261015           WHERE    TREAT_STAUS  NOT IN ('12', '21', '95', '97',
261015                                         '99')
                 AND      RCVE_DT      >  '        '
                 AND      DAYS(CURRENT DATE)
                          - DAYS(DATE(SUBSTR(RCVE_DT,1,4) || '-' ||
