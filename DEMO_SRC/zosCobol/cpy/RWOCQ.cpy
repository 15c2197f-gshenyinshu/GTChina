      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCQ)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCQ  -  FILING  OBLIGATION  REGISTER                      *
      *                                                                *
      *    ONE ROW PER RETURN (TXTP-CD) A REGISTERED BUSINESS MUST     *
      *    FILE, FROM EFF-FR-DT TO EFF-TO-DT (SPACE = STILL OPEN),     *
      *    KEYED BY THE DTBA.TTBAA REGISTRATION RECEIPT.  PERIOD-MM    *
      *    IS THE FILING PERIOD IN MONTHS (1 MONTHLY, 3 QUARTERLY,     *
      *    6 HALF-YEARLY, 12 YEARLY); PERIODS RUN FROM CALENDAR        *
      *    MONTH 1 AND THE RETURN OF A PERIOD CARRIES ITS FIRST MONTH  *
      *    AS ASS-YYMM-FR.  ALL ROWS ARE WRITTEN BY THE LCBSOBLG       *
      *    SERVICE FROM THE TTBAC BUSINESS TYPES AND THE DRWB.TRWCR    *
      *    RULES:  LAP11 SEEDS THEM AT REGISTRATION, LAP12 RE-DERIVES  *
      *    THEM WHEN THE BUSINESS TYPE IS AMENDED (A RETURN NO LONGER  *
      *    DUE IS ENDED THE DAY BEFORE, A NEW ONE STARTS ON THE DAY),  *
      *    LAP13 ENDS THEM ALL AT THE CLOSURE DATE.  SRC-PGM IS THE    *
      *    PROGRAM THAT OPENED THE ROW.  BUSNID IS FILLED ONCE THE     *
      *    REGISTRATION HAS ONE - MIPB5 BACKFILLS IT FROM TTBAA        *
      *    BEFORE EACH NON-FILER RUN.                                  *
      *                                                                *
      ******************************************************************
261015 01  TRWCQ.
261015     05  TXOFF-CD                PIC X(03).
261015     05  RCVE-YEAR               PIC X(04).
261015     05  RCVE-NO                 PIC 9(07).
261015     05  TXTP-CD                 PIC X(02).
261015     05  EFF-FR-DT               PIC X(08).
261015     05  BUSNID                  PIC X(10).
261015     05  PERIOD-MM               PIC S9(04) COMP.
261015         88  PERIOD-MM-VALID         VALUE 1 3 6 12.
261015     05  EFF-TO-DT               PIC X(08).
261015     05  BUSNTP-CD               PIC X(06).
261015     05  SRC-PGM                 PIC X(08).
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
261015     05  UPD-DT                  PIC X(08).
261015     05  UPD-OPID                PIC X(08).
