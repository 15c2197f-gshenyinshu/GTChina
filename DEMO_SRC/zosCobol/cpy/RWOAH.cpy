260902     05  PAID-AMT                PIC S9(11)V9(2) COMP-3.
260902     05  PAID-DT                 PIC X(08).
260902     05  PAID-OPID               PIC X(08).
261015*    DUNNING STAGE REACHED BY THE JAPB6 REMINDER RUN, COUNTED IN
261015*    DAYS FROM CREAT_DT AGAINST THE TRWBA 'DUNNING1', 'DUNNING2'
261015*    AND 'DUNNINGF' ROWS.  '1' AND '2' ARE THE FIRST AND SECOND
261015*    REMINDER LETTERS; '3' IS THE FINAL STAGE, AT WHICH THE
261015*    AGENCY'S TRWAO INTAKE BLOCK IS SET AND JAPB1 REJECTS ITS
261015*    SUBMISSION FILES.  JAPAA ACTION 'B' POSTS FULL OR PARTIAL
261015*    PAYMENTS INTO PAID_AMT; PAID_FG GOES TO 'Y' ONLY WHEN
261015*    PAID_AMT REACHES INV_AMT.
261015     05  DUN-LEVEL               PIC X(01).
261015         88  DUN-LEVEL-NONE          VALUE ' '.
261015         88  DUN-LEVEL-FIRST         VALUE '1'.
261015         88  DUN-LEVEL-SECOND        VALUE '2'.
261015         88  DUN-LEVEL-FINAL         VALUE '3'.
261015     05  DUN1-DT                 PIC X(08).
261015     05  DUN2-DT                 PIC X(08).
261015     05  DUNF-DT                 PIC X(08).
