      *    SEPARATION OF DUTIES STOPS BEING OFFICE CUSTOM.           *
      *    MAINTAINED THROUGH LCBPAUT, EVERY CHANGE AUDITED TO       *
      *    OPER_AUTH_LOG.                                            *
261015*    SUSP_FG = 'Y' HOLDS THE GRANT BUT DENIES IT UNTIL         *
261015*    REINSTATED - SET WHEN A RECERTIFICATION GOES UNANSWERED.  *
      *                                                              *
      ****************************************************************
260822 01  AUTH-REC.
260822     05  AUTH-LIMIT-CNT          PIC S9(09) COMP-3.
260822     05  AUTH-VALID-FR           PIC X(08).
260822     05  AUTH-VALID-TO           PIC X(08).
261015     05  AUTH-SUSP-FG            PIC X(01).
261015         88  AUTH-SUSPENDED          VALUE 'Y'.

      ****************************************************************
      *    OPER_AUTH_LOG  -  AUDIT OF EVERY AUTHORITY CHANGE         *
260822     05  AUTL-CHG-TP             PIC X(01).
260822         88  AUTL-CHG-ADD            VALUE 'A'.
260822         88  AUTL-CHG-DELETE         VALUE 'D'.
261015         88  AUTL-CHG-SUSPEND        VALUE 'S'.
261015         88  AUTL-CHG-REINSTATE      VALUE 'U'.
261015         88  AUTL-CHG-RECERT         VALUE 'C'.
260822     05  AUTL-OPID               PIC X(08).
260822     05  AUTL-FUNC-CD            PIC X(08).
260822     05  AUTL-CHG-OPID           PIC X(08).
