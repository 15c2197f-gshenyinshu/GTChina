      ****************************************************************
      *                                                              *
      *    LCBYMHST  -  LCBSMHST USERAREA                            *
      *                                                              *
      *    FIELD-LEVEL CHANGE HISTORY OF THE TTAAA / TTIAA / TTIAB   *
      *    MASTERS.  A PROGRAM THAT UPDATES A MASTER ROW CALLS       *
      *    LCBSMHST IN THE SAME UNIT OF WORK, ONCE PER ROW, WITH     *
      *    THE FIELDS IT SET AND THEIR VALUES BEFORE AND AFTER.      *
      *    A FIELD WHOSE VALUE DID NOT CHANGE IS NOT RECORDED.       *
      *                                                              *
      *    MHST-MASTER-TP :                                          *
      *      'A'  DTAA.TTAAA - MHST-MASTER-ID = BUSNID               *
      *      'I'  DTIA.TTIAA - MHST-MASTER-ID = RESID                *
      *      'H'  DTIA.TTIAB - MHST-MASTER-ID = HOUSEHOLD HEAD RESID *
      *    MHST-EVENT-KEY IS THE RECEIPT OR EVENT BEHIND THE CHANGE, *
      *    E.G. TXOFF-YEAR-RCVENO, A REGISTRY REFERENCE OR A RUN     *
      *    CARD KEY.  MHST-OPID IS THE OPERATOR, OR THE PROGRAM ID   *
      *    FOR AN UNATTENDED BATCH RUN.                              *
      *    A NON-ZERO RETURN MEANS NOTHING SHOULD BE COMMITTED - THE *
      *    CALLER BACKS OUT THE MASTER UPDATE AS FOR A FAILED SQL.   *
      *                                                              *
      ****************************************************************
261015     05  MHST-INPUT.
261015         10  MHST-MASTER-TP               PIC  X(001).
261015         10  MHST-MASTER-ID               PIC  X(013).
261015         10  MHST-TXPAYER-TP              PIC  X(001).
261015         10  MHST-PGM-ID                  PIC  X(008).
261015         10  MHST-OPID                    PIC  X(008).
261015         10  MHST-EVENT-KEY               PIC  X(020).
261015         10  MHST-FIELD-CNT               PIC  9(002).
261015         10  MHST-FIELD                   OCCURS 10.
261015             15  MHST-FIELD-NM            PIC  X(018).
261015             15  MHST-BEFORE-VAL          PIC  X(040).
261015             15  MHST-AFTER-VAL           PIC  X(040).
261015     05  MHST-OUTPUT.
261015         10  MHST-RTN-CD                  PIC  X(002).
261015             88  MHST-RTN-NORMAL               VALUE '00'.
261015             88  MHST-RTN-BAD-INPUT            VALUE '01'.
261015             88  MHST-RTN-ERROR                VALUE '08'.
261015         10  MHST-SQLCODE                 PIC S9(009)  COMP.
261015         10  MHST-ROW-CNT                 PIC  9(002).
