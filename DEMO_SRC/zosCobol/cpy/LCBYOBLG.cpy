      ****************************************************************
      *                                                              *
      *    LCBYOBLG  -  LCBSOBLG USERAREA                            *
      *                                                              *
      *    UPKEEP OF THE DRWB.TRWCQ FILING-OBLIGATION REGISTER WHEN  *
      *    A REGISTRATION CHANGES.  THE CALLER RUNS IT IN THE SAME   *
      *    UNIT OF WORK AS ITS OWN REGISTRATION UPDATE.              *
      *                                                              *
      *    OBLG-FUNC :                                               *
      *      'S'  DERIVE - (RE)DERIVE THE RETURNS OWED BY THE        *
      *           RECEIPT (OBLG-TXOFF-CD/RCVE-YEAR/RCVE-NO) FROM ITS *
      *           TTBAC BUSINESS TYPES AS AT OBLG-EFF-DT.  LAP11 AT  *
      *           REGISTRATION, LAP12 ON A BUSINESS-TYPE AMENDMENT.  *
      *           OBLG-BUSNID, WHEN KNOWN, IS STAMPED ON THE ROWS.   *
      *      'C'  CLOSE  - END EVERY OPEN OBLIGATION OF OBLG-BUSNID  *
      *           AT OBLG-EFF-DT (THE CLOSURE DATE).  LAP13.         *
      *      'P'  SUSPEND - VOID THE OPEN DRWB.TRWCS FILING DEMANDS  *
      *           OF OBLG-BUSNID FOR PERIODS WHOLLY INSIDE THE       *
      *           SUSPENSION OBLG-EFF-DT TO OBLG-END-DT (SPACE =     *
      *           OPEN-ENDED).  LAP15.                               *
      *    OBLG-OPID IS THE OPERATOR.  A NON-ZERO RETURN MEANS       *
      *    NOTHING SHOULD BE COMMITTED - THE CALLER BACKS OUT ITS    *
      *    REGISTRATION UPDATE AS FOR A FAILED SQL.                  *
      *                                                              *
      ****************************************************************
261015     05  OBLG-INPUT.
261015         10  OBLG-FUNC                    PIC  X(001).
261015             88  OBLG-FUNC-DERIVE              VALUE 'S'.
261015             88  OBLG-FUNC-CLOSE               VALUE 'C'.
261015             88  OBLG-FUNC-SUSPEND             VALUE 'P'.
261015         10  OBLG-TXOFF-CD                PIC  X(003).
261015         10  OBLG-RCVE-YEAR               PIC  X(004).
261015         10  OBLG-RCVE-NO                 PIC  9(007).
261015         10  OBLG-BUSNID                  PIC  X(010).
261015         10  OBLG-EFF-DT                  PIC  X(008).
261015         10  OBLG-END-DT                  PIC  X(008).
261015         10  OBLG-PGM-ID                  PIC  X(008).
261015         10  OBLG-OPID                    PIC  X(008).
261015     05  OBLG-OUTPUT.
261015         10  OBLG-RTN-CD                  PIC  X(002).
261015             88  OBLG-RTN-NORMAL               VALUE '00'.
261015             88  OBLG-RTN-BAD-INPUT            VALUE '01'.
261015             88  OBLG-RTN-ERROR                VALUE '08'.
261015         10  OBLG-SQLCODE                 PIC S9(009)  COMP.
261015         10  OBLG-OPEN-CNT                PIC  9(004).
261015         10  OBLG-END-CNT                 PIC  9(004).
