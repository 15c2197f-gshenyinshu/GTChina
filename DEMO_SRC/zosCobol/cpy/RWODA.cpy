      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWDA)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWDA  -  DAILY  SECURITY-PAPER  STOCK  BALANCE             *
      *                                                                *
      *    ONE ROW PER RECON-DT, OFFICE AND PAPER STOCK, WRITTEN BY    *
      *    THE LAPBK DAILY RECONCILIATION.  CLOSE-CNT BECOMES THE      *
      *    NEXT DAY'S OPEN-CNT.  DIFF-CNT IS                           *
      *      OPEN + RECEIVED - PRINTED - SPOILED - CLOSE               *
      *    AND MUST BE ZERO.  MISSING-CNT IS THE SERIALS FOUND         *
      *    UNACCOUNTED FOR THAT DAY; NOSERIAL-CNT THE PRINTS LOGGED    *
      *    WITH NO SERIAL BECAUSE NO RANGE WAS LOADED.                 *
      *    RECON-STAUS : 'B' BALANCED, 'E' EXCEPTION                   *
      *                                                                *
      ******************************************************************
261015 01  TRWDA.
261015     05  RECON-DT                PIC X(08).
261015     05  TXOFF-CD                PIC X(03).
261015     05  FORM-ID                 PIC X(06).
261015     05  OPEN-CNT                PIC S9(09) COMP-3.
261015     05  RECV-CNT                PIC S9(09) COMP-3.
261015     05  PRINT-CNT               PIC S9(09) COMP-3.
261015     05  SPOIL-CNT               PIC S9(09) COMP-3.
261015     05  CLOSE-CNT               PIC S9(09) COMP-3.
261015     05  DIFF-CNT                PIC S9(09) COMP-3.
261015     05  MISSING-CNT             PIC S9(09) COMP-3.
261015     05  NOSERIAL-CNT            PIC S9(09) COMP-3.
261015     05  RECON-STAUS             PIC X(01).
261015         88  RECON-STAUS-BALANCED    VALUE 'B'.
261015         88  RECON-STAUS-EXCEPTION   VALUE 'E'.
