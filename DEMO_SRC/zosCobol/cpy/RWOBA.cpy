      *    VELOCITY-REVIEW STATUS INSTEAD OF LETTING IT FLOW TO THE    *
      *    JEPA2 QUEUE.  JAPB4 REPORTS THE DAY'S FLAGGED REQUESTERS.   *
      *    ACTIVE_FG 'N' SWITCHES THE SCREEN OFF WITHOUT A RECOMPILE.  *
261015*                                                                *
261015*    THREE FURTHER ROWS DRIVE THE JAPB6 AGENCY-INVOICE DUNNING   *
261015*    RUN:  'DUNNING1' AND 'DUNNING2' (FIRST AND SECOND REMINDER  *
261015*    LETTER) AND 'DUNNINGF' (FINAL STAGE - AGENCY INTAKE BLOCK). *
261015*    ON THESE ROWS WINDOW_DAYS IS THE INVOICE AGE IN DAYS FROM   *
261015*    TRWAH CREAT_DT AT WHICH THE STAGE IS REACHED; THRESHOLD_CNT *
261015*    IS NOT USED.  ACTIVE_FG 'N' SKIPS THAT STAGE.               *
261015*                                                                *
261015*    ROW 'FCSTCAP' FEEDS THE JAPB7 INTAKE FORECAST:              *
261015*    THRESHOLD_CNT IS THE NUMBER OF REQUESTS ONE EXAMINER CLEARS *
261015*    IN A BUSINESS DAY, USED TO TURN THE TRWBT ROSTER INTO A     *
261015*    WEEKLY CAPACITY.  WINDOW_DAYS IS NOT USED.                  *
261015*                                                                *
261015*    ROW 'DORMANCY' DRIVES THE LAPBD DORMANT BUSINESS SWEEP:     *
261015*    THRESHOLD_CNT IS THE NUMBER OF YEARS WITHOUT ACTIVITY THAT  *
261015*    MAKES A BUSINESS DORMANT; WINDOW_DAYS THE CALENDAR DAYS THE *
261015*    NOTICE OF INTENDED CLOSURE GIVES FOR A REPLY.  ACTIVE_FG    *
261015*    'N' SWITCHES THE SWEEP OFF.                                 *
261015*                                                                *
261015*    ROWS 'COLLECT1' TO 'COLLECT4' DRIVE THE MAPB4 ARREARS       *
261015*    COLLECTION RUN - REMINDER, FORMAL DEMAND, FINAL DEMAND AND  *
261015*    REFERRAL FOR ENFORCEMENT.  WINDOW_DAYS IS THE BUSINESS DAYS *
261015*    AN ACCOUNT STAYS AT THE STAGE BELOW BEFORE THIS STAGE IS    *
261015*    REACHED (FOR 'COLLECT1', OVERDUE WITH NOTHING SENT YET);    *
261015*    THRESHOLD_CNT IS NOT USED.  ACTIVE_FG 'N' SKIPS THE STAGE.  *
261015*                                                                *
261015*    ROW 'NONFILER' DRIVES THE MIPB5 NON-FILER RUN:              *
261015*    THRESHOLD_CNT IS THE NUMBER OF MONTHS BACK FROM THE RUN     *
261015*    MONTH WHOSE FILING PERIODS ARE CHECKED; WINDOW_DAYS THE     *
261015*    CALENDAR DAYS THE FILING DEMAND GIVES TO FILE.  ACTIVE_FG   *
261015*    'N' SWITCHES THE RUN OFF.                                   *
261015*                                                                *
261015*    ROW 'CARDGAP' DRIVES THE MIPB7 CARD-SALES MATCHING RUN:     *
261015*    THRESHOLD_CNT IS THE SMALLEST GAP, IN TEN-THOUSANDS OF      *
261015*    CURRENCY UNITS, BY WHICH REPORTED INCOME MAY FALL SHORT OF  *
261015*    THE SETTLED CARD SALES BEFORE THE BUSINESS BECOMES A LEAD;  *
261015*    WINDOW_DAYS IS THE NUMBER OF LEADS, LARGEST GAP FIRST, THAT *
261015*    EACH OFFICE'S AUDIT-SELECTION LIST CARRIES.  ACTIVE_FG 'N'  *
261015*    SWITCHES THE RUN OFF.                                       *
261015*                                                                *
261015*    FOUR ROWS DRIVE THE PYSB9 REFUND FRAUD SCREEN, ONE PER      *
261015*    RULE; ACTIVE_FG 'N' ON A ROW SWITCHES THAT RULE OFF.        *
261015*    'RFDACCT'  - THRESHOLD_CNT IS THE MOST UNRELATED HOUSEHOLDS *
261015*                 (TTIAA RESID_HOUSE_HD) ONE BANK ACCOUNT MAY BE *
261015*                 REGISTERED FOR; WINDOW_DAYS IS NOT USED.       *
261015*    'RFDNEWAC' - WINDOW_DAYS IS HOW RECENTLY THE PAYING ACCOUNT *
261015*                 MAY HAVE BEEN REGISTERED OR VERIFIED BEFORE    *
261015*                 THE REFUND IS HELD; THRESHOLD_CNT NOT USED.    *
261015*    'RFDHIST'  - THRESHOLD_CNT IS THE PERCENTAGE OF THE         *
261015*                 TAXPAYER'S AVERAGE PAID REFUND ABOVE WHICH THE *
261015*                 CASE IS HELD; WINDOW_DAYS THE LOOK-BACK OVER   *
261015*                 WHICH PAID REFUNDS COUNT (ZERO - ALL OF THEM). *
261015*    'RFDNEWBZ' - WINDOW_DAYS IS HOW RECENTLY THE TAXPAYER'S     *
261015*                 BUSINESS MAY HAVE OPENED BEFORE THE REFUND IS  *
261015*                 HELD; THRESHOLD_CNT IS NOT USED.               *
261015*                                                                *
261015*    ROW 'WAIVENRM' DRIVES THE JAPB8 MONTHLY FEE-WAIVER          *
261015*    EXCEPTION REPORT:  THRESHOLD_CNT IS THE PERCENTAGE OF THE   *
261015*    OFFICE NORM (THE OFFICE'S WAIVERS PER WAIVING SUPERVISOR)   *
261015*    ABOVE WHICH A SUPERVISOR IS REFERRED FOR INTERNAL AUDIT;    *
261015*    WINDOW_DAYS IS THE LOOK-BACK OVER WHICH REPEATED WAIVERS    *
261015*    FOR ONE REQUESTER OR RESID ARE COUNTED (ZERO - THE REPORT   *
261015*    MONTH ONLY).  ACTIVE_FG 'N' SUSPENDS THE AUDIT REFERRAL.    *
      *                                                                *
      ******************************************************************
260902 01  TRWBA.
