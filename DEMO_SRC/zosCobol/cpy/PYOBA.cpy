      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWA.TRYBS)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRYBS  -  STATUTORY RATE-TABLE CHANGE AUDIT                 *
      *                                                                *
      *    ONE ROW PER APPROVED DRWA.TRYBP / DRWA.TRYBR CHANGE,        *
      *    WRITTEN BY PYPA2 AT THE MOMENT THE CHANGE IS APPLIED: THE   *
      *    BEFORE AND AFTER RATES OF THE EFFECTIVE DATE (ZERO BEFORE   *
      *    AN ADD), WHO ENTERED, WHO OVERRODE, WHO APPROVED, THE       *
      *    IMPACT ESTIMATE AT APPROVAL, AND WHEN.  KEYED BY THE        *
      *    ORIGINATING DRWA.TRYBQ CHANGE NUMBER.                       *
      *                                                                *
      ******************************************************************
261015 01  TRYBS.
261015     05  CHG-SEQNO               PIC S9(09) COMP.
261015     05  RATE-TBL                PIC X(01).
261015     05  CHG-TP                  PIC X(01).
261015     05  EFF-DT                  PIC X(08).
261015     05  BEF-PENALTY-RATE-PCT    PIC S9(03)V9(4) COMP-3.
261015     05  AFT-PENALTY-RATE-PCT    PIC S9(03)V9(4) COMP-3.
261015     05  BEF-INT-RATE-PCT        PIC S9(03)V9(4) COMP-3.
261015     05  AFT-INT-RATE-PCT        PIC S9(03)V9(4) COMP-3.
261015     05  IMPACT-CNT              PIC S9(09) COMP.
261015     05  RETRO-CNT               PIC S9(09) COMP.
261015     05  ENTER-OPID              PIC X(08).
261015     05  OVRD-OPID               PIC X(08).
261015     05  APPV-OPID               PIC X(08).
261015     05  CHG-DT                  PIC X(08).
261015     05  CHG-TIME                PIC X(06).
