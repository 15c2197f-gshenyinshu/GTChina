      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/08/22  S.K.CHOI        INITIAL CODING                      *
261015*  26/10/15  S.K.CHOI        SUSPENDED AUTHORITY DENIED          *
      *                                                                *
      ******************************************************************

                   AND  VALID_TO  >=  :L-SAUTH-TODAY
                   AND  ( LIMIT_CNT  =  0
                     OR   LIMIT_CNT  >=  :L-SAUTH-CHK-CNT )
261015             AND  COALESCE(SUSP_FG, ' ')  <>  'Y'
           END-EXEC.

           EVALUATE  SQLCODE
