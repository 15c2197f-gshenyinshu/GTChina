      *    THE LCHPK43 ONLINE WORKLIST, AND CLOSED EITHER BY A         *
      *    LATER RUN'S OFFSETTING MATCH (CLOSE-RSN 'M') OR BY AN       *
      *    OPERATOR WITH A RESOLUTION NOTE (CLOSE-RSN 'R').            *
261015*    A CHARGEBACK OR LATE ADJUSTMENT (LCHNC110) THAT ACCOUNTS    *
261015*    FOR A CARRIED VARIANCE CLOSES ITS CASE WITH CLOSE-RSN 'A'.  *
      *                                                                *
      ******************************************************************
260902 01  LCHTK143.
260902     05  HK43-CLOSE-RSN          PIC X(01).
260902         88  HK43-CLOSED-MATCHED     VALUE 'M'.
260902         88  HK43-CLOSED-RESOLVED    VALUE 'R'.
261015         88  HK43-CLOSED-ADJUSTED    VALUE 'A'.
260902     05  HK43-RESOLVE-TXT        PIC X(40).
