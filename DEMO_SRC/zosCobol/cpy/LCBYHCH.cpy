      *                                                              *
      *    AUDIT_HCHAIN  -  AUDIT-ROW HASH CHAIN                     *
      *                                                              *
      *    ONE ROW PER AUDIT ROW WRITTEN TO TRWAQ, TRWBS, TP421,     *
      *    TRWBX OR TRWCO, ADDED AT WRITE TIME BY THE LCBSHASH       *
      *    SERVICE:                                                  *
      *    IMG-HASH IS THE HASH OF THE AUDIT ROW'S CANONICAL IMAGE,  *
      *    CHAIN-HASH FOLDS IT INTO THE PREDECESSOR'S CHAIN-HASH -   *
      *    SO ALTERING, INSERTING OR REMOVING HISTORY BREAKS THE     *
