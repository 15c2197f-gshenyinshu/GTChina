260902         88  ACTIVE-FG-NO            VALUE 'N'.
260902     05  REGIST-DT               PIC X(08).
260902     05  REGIST-OPID             PIC X(08).
261015*    INTAKE SUSPENSION.  JAPB6 SETS 'Y' WHEN ONE OF THE AGENCY'S
261015*    INVOICES REACHES THE FINAL DUNNING STAGE; JAPB1 THEN
261015*    REJECTS THE AGENCY'S SUBMISSION FILE ON THE CONTROL REPORT.
261015*    THE BLOCK CLEARS TO 'N' WHEN NO FINAL-STAGE INVOICE IS LEFT
261015*    UNPAID (JAPAA ON THE SETTLING PAYMENT, OR THE NEXT JAPB6
261015*    RUN).  A SUPERVISOR MAY LIFT IT EARLY THROUGH JAPAA ACTION
261015*    'L' ('S'); THE LIFT HOLDS UNTIL ANOTHER INVOICE REACHES THE
261015*    FINAL STAGE.
261015     05  INTAKE-BLOCK-FG         PIC X(01).
261015         88  INTAKE-BLOCKED          VALUE 'Y'.
261015         88  INTAKE-BLOCK-LIFTED     VALUE 'S'.
261015         88  INTAKE-NOT-BLOCKED      VALUE 'N' ' '.
261015     05  BLOCK-DT                PIC X(08).
261015     05  BLOCK-LIFT-DT           PIC X(08).
261015     05  BLOCK-LIFT-OPID         PIC X(08).
