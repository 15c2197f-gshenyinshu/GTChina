      *                                                                *
      *  FUNCTION       -  AUDIT HASH-CHAIN WRITER.  EVERY AUDIT       *
      *                    ROW WRITTEN TO TRWAQ / TRWBS / TP421 /      *
      *                    TRWBX / TRWCO IS HANDED HERE WITH ITS       *
      *                    CANONICAL IMAGE; THE SERVICE HASHES THE     *
      *                    IMAGE (POSITION-WEIGHTED BYTE SUM MOD       *
      *                    999999999), FOLDS IT INTO THE TABLE'S       *
      *                    PREVIOUS CHAIN HASH (PREV * 31 + IMG,       *
      *                    SAME MODULUS) AND ADDS THE NEXT             *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/09/03  S.K.CHOI        INITIAL CODING                      *
      *  26/10/15  S.K.CHOI        TRWCO MASTER CHANGE HISTORY ADDED   *
      *                            TO THE CHAINED TABLES               *
      *                                                                *
      ******************************************************************

