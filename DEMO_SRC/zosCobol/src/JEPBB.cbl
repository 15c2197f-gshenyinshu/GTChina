      *                               WORK-OFFICE OVERRIDE WHEN A    *
      *                               JURISDICTION TRANSFER MOVED    *
      *                               THE RECEIPT                    *
      *  2026/10/15  S.K.CHOI         SKIP '97' REVOKED RECEIPTS     *
      *  2026/10/15  S.K.CHOI         SKIP '42' DECEASED-HOLD        *
      *                               RECEIPTS - THE SUCCESSION DESK *
      *                               RELEASES THEM FIRST            *
      ****************************************************************

      ****************************************************************
                 WHERE    COALESCE(NULLIF(D.WORK_TXOFF_CD, ' '),
                                   D.RCVE_NO_TXOFF) = :W-CUR-TXOFF
                 AND      D.TREAT_STAUS  NOT IN
261015                        ('12', '21', '41', '42', '95', '97',
261015                         '99')
                 AND      NOT EXISTS
                          (SELECT 1
                             FROM DRWA.TRWAI  I
