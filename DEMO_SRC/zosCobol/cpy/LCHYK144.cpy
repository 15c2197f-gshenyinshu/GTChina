      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(LCHD2K14.TK144)                                *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TK144  -  SETTLEMENT-DAY  RECONCILIATION  HISTORY           *
      *                                                                *
      *    ONE ROW PER MERCHANT DECLARATION LCHBK161 RECONCILED,       *
      *    KEYED BY THE RUN DATE, ACQUIRER AND MERCHANT: THE DECLARED  *
      *    AND SLIP FIGURES, THE SET '06' FACTOR BAND THE PER-SLIP     *
      *    AMOUNT FELL IN AND ITS POSTING POINT, AND HOW THE DAY CAME  *
      *    OUT.  LCHBK162 RE-READS THE ROWS WHEN A BACK-DATED FACTOR   *
      *    CHANGE IS APPROVED AND OVERWRITES THE BAND, POINT AND BAND  *
      *    FLAG WITH THE RESTATED ONES.  THE VARIANCE IS DECLARED LESS *
      *    SLIP AMOUNT WHATEVER THE BAND, SO VAR-AMT AND THE           *
      *    DISPOSITION STAND.                                          *
      *    BAND-FG:                                                    *
      *      'Y'  THE PER-SLIP AMOUNT FELL IN A FACTOR BAND IN FORCE   *
      *      'N'  NO FACTOR BAND IN FORCE COVERED THE DAY - BAND-TXT   *
      *           IS BLANK AND BS-SC ZERO, THE DAY IS STILL RECONCILED *
      *    RECON-DISP:                                                 *
      *      ' '  DECLARATION AND SLIPS TIED                           *
      *      'O'  VARIANCE LEFT OPEN (CARRIED, TK143 CASE TO FOLLOW)   *
      *      'T'  VARIANCE OFFSET A CARRIED ITEM INSIDE THE WINDOW     *
      *    VAR-AMT IS THE DECLARED LESS THE SLIP AMOUNT WHEN THE DAY   *
      *    WAS LEFT OPEN, ELSE ZERO.                                   *
      *                                                                *
      ******************************************************************
261015 01  LCHTK144.
261015     05  HK44-RECON-DT           PIC X(08).
261015     05  HK44-ACQ-ID             PIC X(05).
261015     05  HK44-MCHT-N             PIC X(10).
261015     05  HK44-DECL-AMT           PIC S9(13) COMP-3.
261015     05  HK44-SLIP-CNT           PIC S9(07) COMP-3.
261015     05  HK44-SLIP-AMT           PIC S9(13) COMP-3.
261015     05  HK44-PER-AMT            PIC S9(13) COMP-3.
261015     05  HK44-BAND-TXT           PIC X(30).
261015     05  HK44-BS-SC              PIC S9(03).
261015     05  HK44-BAND-FG            PIC X(01).
261015         88  HK44-BAND-IN-FORCE      VALUE 'Y'.
261015         88  HK44-BAND-NONE          VALUE 'N'.
261015     05  HK44-VAR-AMT            PIC S9(13) COMP-3.
261015     05  HK44-RECON-DISP         PIC X(01).
261015         88  HK44-DISP-TIED          VALUE ' '.
261015         88  HK44-DISP-OPEN          VALUE 'O'.
261015         88  HK44-DISP-TOLERANT      VALUE 'T'.
261015     05  HK44-RESTATE-DT         PIC X(08).
261015     05  HK44-RESTATE-SEQNO      PIC S9(09) COMP.
