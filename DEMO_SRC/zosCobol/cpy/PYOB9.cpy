      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWA.TRYBQ)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRYBQ  -  STATUTORY RATE-TABLE PENDING-CHANGE QUEUE         *
      *                                                                *
      *    ONE ROW PER DRWA.TRYBP / DRWA.TRYBR RATE CHANGE AWAITING    *
      *    APPROVAL, IN THE SAME STYLE AS THE LCHD2K14.TK141 QUEUE.    *
      *    PYPA2 ENTERS A NEW EFFECTIVE-DATED RATE ('A') OR A          *
      *    CORRECTION OF AN EXISTING ROW'S RATE ('C'); A SECOND        *
      *    OPERATOR - NEVER THE ENTERER - APPROVES OR REJECTS.  ON     *
      *    APPROVAL THE RATE TABLE IS UPDATED AND THE CHANGE AUDITED   *
      *    ON DRWA.TRYBS; THE QUEUE ROW KEEPS ITS DISPOSITION.         *
      *    RATE-TBL:  'P'  TRYBP  PENALTY / INTEREST ACCRUAL (MAPB2)   *
      *               'R'  TRYBR  LATE-REFUND INTEREST (PYSB5/PYSE5)   *
      *    BACKDT-FG 'Y' - THE RATE WOULD TAKE EFFECT BEFORE THE DAY   *
      *    IT WAS ENTERED; OVERLAP-FG 'Y' - IT FALLS INSIDE A WINDOW   *
      *    A LATER ROW ALREADY OPENS.  EITHER NEEDS A SUPERVISOR       *
      *    OVERRIDE (OVRD-OPID / OVRD-RSN) BEFORE IT IS QUEUED.        *
      *    IMPACT-CNT / RETRO-CNT ARE THE ESTIMATE TAKEN AT ENTRY:     *
      *    LIVE TTJBD BALANCES OR PENDING TRYBD CASES THE NEXT RUN     *
      *    CHARGES AT THE NEW RATE, AND TRYBD CASES ALREADY SETTLED    *
      *    OVER A WINDOW THE CHANGE REACHES BACK INTO.                 *
      *                                                                *
      ******************************************************************
261015 01  TRYBQ.
261015     05  CHG-SEQNO               PIC S9(09) COMP.
261015     05  RATE-TBL                PIC X(01).
261015         88  RATE-TBL-TRYBP          VALUE 'P'.
261015         88  RATE-TBL-TRYBR          VALUE 'R'.
261015     05  CHG-TP                  PIC X(01).
261015         88  CHG-TP-ADD              VALUE 'A'.
261015         88  CHG-TP-CHANGE           VALUE 'C'.
261015     05  EFF-DT                  PIC X(08).
261015     05  PENALTY-RATE-PCT        PIC S9(03)V9(4) COMP-3.
261015     05  INT-RATE-PCT            PIC S9(03)V9(4) COMP-3.
261015     05  BACKDT-FG               PIC X(01).
261015     05  OVERLAP-FG              PIC X(01).
261015     05  OVRD-OPID               PIC X(08).
261015     05  OVRD-RSN                PIC X(40).
261015     05  IMPACT-CNT              PIC S9(09) COMP.
261015     05  RETRO-CNT               PIC S9(09) COMP.
261015     05  APPV-STAUS              PIC X(01).
261015         88  APPV-STAUS-PENDING      VALUE 'P'.
261015         88  APPV-STAUS-APPROVED     VALUE 'A'.
261015         88  APPV-STAUS-REJECTED     VALUE 'R'.
261015     05  ENTER-OPID              PIC X(08).
261015     05  ENTER-DT                PIC X(08).
261015     05  APPV-OPID               PIC X(08).
261015     05  APPV-DT                 PIC X(08).
261015     05  RJCT-RSN                PIC X(40).
