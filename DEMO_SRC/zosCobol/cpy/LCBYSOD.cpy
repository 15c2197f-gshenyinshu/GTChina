      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.SOD_CONFLICT)                       *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    SOD_CONFLICT  -  SEGREGATION-OF-DUTIES CONFLICT PAIRS     *
      *                                                              *
      *    ONE ROW PER PAIR OF FUNCTION CODES THAT ONE OPERATOR      *
      *    MUST NOT HOLD TOGETHER - E.G. LCHK14MT / LCHK14AP (TK141  *
      *    MERCHANT CHANGE ENTRY VS APPROVAL), THE MJP17 DELETE      *
      *    REQUEST VS MJP17DEL, THE TRYBA REFUND-ACCOUNT REGISTER    *
      *    VS VERIFY.  THE PAIR IS HELD ONCE, ORDER INSIGNIFICANT.   *
      *    LCBPAUT REFUSES A GRANT THAT WOULD COMPLETE AN ACTIVE     *
      *    PAIR; LCBBGSOD REPORTS EVERY OPERATOR ALREADY HOLDING     *
      *    ONE.  MAINTAINED THROUGH LCBPAUT.                         *
      *                                                              *
      ****************************************************************
261015 01  SODC-REC.
261015     05  SODC-FUNC-CD-A          PIC X(08).
261015     05  SODC-FUNC-CD-B          PIC X(08).
261015     05  SODC-CONFLICT-DESC      PIC X(30).
261015     05  SODC-ACTIVE-FG          PIC X(01).
261015         88  SODC-ACTIVE             VALUE 'Y'.
261015         88  SODC-INACTIVE           VALUE 'N'.
261015     05  SODC-CHG-OPID           PIC X(08).
261015     05  SODC-CHG-DT             PIC X(08).

      ****************************************************************
      *    OPER_ORG  -  OPERATOR'S OFFICE AND RECERTIFYING           *
      *    SUPERVISOR, FOR THE OFFICE BREAK OF THE CONFLICT REPORT   *
      *    AND THE ROUTING OF THE RECERTIFICATION LISTS.             *
      ****************************************************************
261015 01  OORG-REC.
261015     05  OORG-OPID               PIC X(08).
261015     05  OORG-TXOFF-CD           PIC X(03).
261015     05  OORG-SUPV-OPID          PIC X(08).
261015     05  OORG-CHG-OPID           PIC X(08).
261015     05  OORG-CHG-DT             PIC X(08).

      ****************************************************************
      *    RECERT_ITEM  -  ONE AUTHORITY UNDER ONE QUARTERLY         *
      *    RECERTIFICATION CAMPAIGN (CAMP_ID = YYYYQN).  OPENED      *
      *    PENDING BY LCBBGRCT, DECIDED BY THE SUPERVISOR THROUGH    *
      *    LCBPAUT, AND SUSPENDED BY LCBBGRCT IF STILL PENDING       *
      *    AFTER THE DEADLINE.                                       *
      ****************************************************************
261015 01  RCRT-REC.
261015     05  RCRT-CAMP-ID            PIC X(06).
261015     05  RCRT-OPID               PIC X(08).
261015     05  RCRT-FUNC-CD            PIC X(08).
261015     05  RCRT-TXOFF-CD           PIC X(03).
261015     05  RCRT-SUPV-OPID          PIC X(08).
261015     05  RCRT-DEADLINE-DT        PIC X(08).
261015     05  RCRT-ITEM-ST            PIC X(01).
261015         88  RCRT-PENDING            VALUE 'P'.
261015         88  RCRT-CONFIRMED          VALUE 'C'.
261015         88  RCRT-REVOKED            VALUE 'R'.
261015         88  RCRT-SUSPENDED          VALUE 'S'.
261015     05  RCRT-DECIDE-OPID        PIC X(08).
261015     05  RCRT-DECIDE-DT          PIC X(08).
