      ****************************************************************
      *                                                              *
      *    LCBYASOF  -  LCBSASOF USERAREA                            *
      *                                                              *
      *    AS-OF-DATE REBUILD OF A BUSINESS REGISTRATION.  CALLERS   *
      *    SET ASOF-BUSNID AND ASOF-DT (YYYYMMDD) AND GET BACK THE   *
      *    REGISTRATION AS IT STOOD AT THE CLOSE OF THAT DAY - THE   *
      *    TTBAA/TTBAB/TTBAC/TTAAA CURRENT VALUES WOUND BACK THROUGH *
      *    THE TTBAI AMENDMENTS, TTBAS SUCCESSIONS AND TTBAW OFFICE  *
      *    TRANSFERS DATED AFTER IT, WITH THE TTBAT SUSPENSION       *
      *    PERIODS AND TTAAC HISTORY ROWS IN FORCE ON IT.            *
      *                                                              *
      *    ASOF-ITEM IS ALWAYS RETURNED IN THIS ORDER :              *
      *      1 OWNER     2 TRADE-NM   3 ADDRESS   4 BUSNTP           *
      *      5 TXOFF     6 SUSPEND    7 STATUS                       *
      *    EACH CARRYING THE EVENT THAT LAST SET IT (ASOF-SRC-TP,    *
      *    ASOF-SRC-DT) AND A PRINTABLE NOTE OF IT (ASOF-SRC-NOTE).  *
      *    ASOF-SRC-TP :                                             *
      *      'R'  AS REGISTERED           'A'  AMENDMENT RECEIPT     *
      *      'M'  MASS ADDRESS AMENDMENT  'S'  OWNERSHIP SUCCESSION  *
      *      'T'  OFFICE TRANSFER         'P'  SUSPENSION PERIOD     *
      *      'H'  TTAAC HISTORY ROW                                  *
      *    AN AMENDMENT RECEIPT ALREADY MOVED TO THE DRWH ARCHIVE IS *
      *    STILL CITED (NOTE ENDS 'ARCHIVED') AND COUNTED IN         *
      *    ASOF-ARCH-CNT.                                            *
      *                                                              *
      ****************************************************************
261015     05  ASOF-INPUT.
261015         10  ASOF-BUSNID                  PIC  X(010).
261015         10  ASOF-DT                      PIC  X(008).
261015     05  ASOF-OUTPUT.
261015         10  ASOF-RTN-CD                  PIC  X(002).
261015             88  ASOF-RTN-NORMAL               VALUE '00'.
261015             88  ASOF-RTN-BAD-INPUT            VALUE '01'.
261015             88  ASOF-RTN-NOT-FOUND            VALUE '04'.
261015             88  ASOF-RTN-ERROR                VALUE '08'.
261015         10  ASOF-ERR-TABLE               PIC  X(005).
261015         10  ASOF-SQLCODE                 PIC S9(009)  COMP.
261015         10  ASOF-RGST-KEY.
261015             15  ASOF-TXOFF-CD            PIC  X(003).
261015             15  ASOF-RCVE-YEAR           PIC  X(004).
261015             15  ASOF-RCVE-NO             PIC  9(007).
261015         10  ASOF-RGST-OPEN-DT            PIC  X(008).
261015         10  ASOF-ARCH-CNT                PIC  9(003).
261015         10  ASOF-ITEM-CNT                PIC  9(003).
261015         10  ASOF-ITEM                    OCCURS  7.
261015             15  ASOF-ITEM-NM             PIC  X(010).
261015             15  ASOF-VALUE               PIC  X(040).
261015             15  ASOF-SRC-TP              PIC  X(001).
261015                 88  ASOF-SRC-REGIST           VALUE 'R'.
261015                 88  ASOF-SRC-AMEND            VALUE 'A'.
261015                 88  ASOF-SRC-MASS-AMEND       VALUE 'M'.
261015                 88  ASOF-SRC-SUCCESSION       VALUE 'S'.
261015                 88  ASOF-SRC-TRANSFER         VALUE 'T'.
261015                 88  ASOF-SRC-SUSPENSION       VALUE 'P'.
261015                 88  ASOF-SRC-HISTORY          VALUE 'H'.
261015             15  ASOF-SRC-DT              PIC  X(008).
261015             15  ASOF-SRC-NOTE            PIC  X(070).
