260902*        'X' - CLOSED TO THE TREASURY BY THE PYSB8 ESCHEAT
260902*        RUN AFTER THE STATUTE-OF-LIMITATIONS PERIOD.
260902         88  DISB-ESCHEATED          VALUE 'X'.
261015*        'H' - HELD BY THE PYSB9 FRAUD SCREEN FOR REVIEW ON
261015*        DRWA.TRYBF; PYPA3 RELEASES IT BACK TO SPACES OR
261015*        CONFIRMS THE FRAUD, WHICH BLOCKS IT FOR GOOD ('B').
261015         88  DISB-HELD               VALUE 'H'.
261015         88  DISB-BLOCKED            VALUE 'B'.
260902     05  DISB-DT                 PIC X(08).
260902     05  DISB-REF-NO             PIC X(16).
261015*    PART OF THE REFUND PYSB6 APPLIED TO OPEN ARREARS BEFORE
261015*    CREDITING THE REST (ZERO WHEN NOTHING WAS WITHHELD).
261015     05  OFFSET-AMT              PIC S9(13)V9(2) COMP-3.
260902*    UNCLAIMED-REFUND RE-NOTIFICATION TRAIL, DRIVEN BY PYSB8.
260902     05  NOTIFY-CNT              PIC S9(03) COMP-3.
260902     05  LAST-NOTIFY-DT          PIC X(08).
261015*    DATE THE PYSB9 FRAUD SCREEN LAST PASSED THE CASE (OR A
261015*    PYPA3 REVIEWER RELEASED IT) - PYSB6 PAYS NOTHING UNTIL IT
261015*    IS SET.  THE SCREEN RUNS AGAIN IF THE PAYING ACCOUNT IS
261015*    VERIFIED AFTER THIS DATE.
261015     05  SCREEN-DT               PIC X(08).
