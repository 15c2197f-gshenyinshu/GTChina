      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCJ)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCJ  -  DORMANT  BUSINESS  EX  OFFICIO  CLOSURE  CASE     *
      *                                                                *
      *    ONE ROW PER NOTICE OF INTENDED CLOSURE THE LAPBD DORMANCY   *
      *    SWEEP SENDS TO A REGISTERED BUSINESS WITH NO TTJAC ACTIVITY,*
      *    NO RIV010/RGV010 RETURN AND NO TRWAD REQUEST FOR THE TRWBA  *
      *    'DORMANCY' NUMBER OF YEARS AND NO OPEN TTJBD ARREARS.       *
      *    CASE-STAUS:                                                 *
      *      'N'  NOTICE SENT - WAITING FOR A REPLY UNTIL              *
      *           RESPONSE-DUE-DT (AT MOST ONE 'N' ROW PER BUSNID)     *
      *      'R'  TAXPAYER REPLIED (LEP32 STEP 32) - CLOSURE STOPPED   *
      *      'A'  ACTIVITY OR ARREARS APPEARED BEFORE THE DUE DATE -   *
      *           CLOSURE STOPPED                                      *
      *      'V'  CLOSED OR REMOVED BY OTHER MEANS MEANWHILE (LAP13)   *
      *      'C'  CLOSED EX OFFICIO BY LAPBD ON CLOSE-DT - TTAAA       *
      *           CLOSE-DT SET AND TTAAC 'G15' HISTORY WRITTEN         *
      *    LAST-ACT-DT IS THE LATEST ACTIVITY FOUND WHEN FLAGGED       *
      *    (SPACE WHEN NONE EVER); STAUS-DT IS THE LAST STATUS CHANGE. *
      *                                                                *
      ******************************************************************
261015 01  TRWCJ.
261015     05  BUSNID                  PIC X(10).
261015     05  NOTICE-DT               PIC X(08).
261015     05  RGST-OPEN-DT            PIC X(08).
261015     05  TXOFF-CD                PIC X(03).
261015     05  CASE-STAUS              PIC X(01).
261015         88  CASE-STAUS-NOTICED      VALUE 'N'.
261015         88  CASE-STAUS-REPLIED      VALUE 'R'.
261015         88  CASE-STAUS-ACTIVE       VALUE 'A'.
261015         88  CASE-STAUS-VOID         VALUE 'V'.
261015         88  CASE-STAUS-CLOSED       VALUE 'C'.
261015     05  LAST-ACT-DT             PIC X(08).
261015     05  RESPONSE-DUE-DT         PIC X(08).
261015     05  REPLY-DT                PIC X(08).
261015     05  REPLY-OPID              PIC X(08).
261015     05  REPLY-NOTE              PIC X(40).
261015     05  CLOSE-DT                PIC X(08).
261015     05  STAUS-DT                PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
