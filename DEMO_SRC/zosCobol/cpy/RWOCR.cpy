      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCR)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCR  -  FILING  OBLIGATION  DERIVATION  RULE              *
      *                                                                *
      *    WHICH RETURNS A BUSINESS TYPE OWES.  A RULE APPLIES TO      *
      *    EVERY TTBAC BUSNTP-CD THAT STARTS WITH BUSNTP-PFX (A BLANK  *
      *    PREFIX APPLIES TO EVERY REGISTERED BUSINESS) AND GIVES THE  *
      *    TXTP-CD AND THE FILING PERIOD IN MONTHS (1, 3, 6 OR 12).    *
      *    WHEN SEVERAL RULES OF THE REGISTRATION'S BUSINESS TYPES     *
      *    GIVE THE SAME TXTP-CD, THE SHORTEST PERIOD IS THE ONE OWED. *
      *    ACTIVE-FG 'N' STOPS THE RULE FOR NEW DERIVATIONS; ROWS      *
      *    ALREADY ON THE DRWB.TRWCQ REGISTER STAND UNTIL THE BUSINESS *
      *    TYPE IS NEXT AMENDED.  READ BY THE LCBSOBLG SERVICE.        *
      *    MAINTAINED BY THE TAX OFFICE AS TABLE DATA, NOT CODE.       *
      *                                                                *
      ******************************************************************
261015 01  TRWCR.
261015     05  BUSNTP-PFX              PIC X(06).
261015     05  TXTP-CD                 PIC X(02).
261015     05  PERIOD-MM               PIC S9(04) COMP.
261015     05  ACTIVE-FG               PIC X(01).
261015         88  ACTIVE-FG-YES           VALUE 'Y'.
261015         88  ACTIVE-FG-NO            VALUE 'N'.
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
