      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCY)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCY  -  SECURITY-PAPER  STOCK  RANGE  REGISTER            *
      *                                                                *
      *    ONE ROW PER PRE-NUMBERED SERIAL RANGE OF SECURITY PAPER     *
      *    AN OFFICE RECEIVES, MAINTAINED THROUGH LAP9D.  FORM-ID IS   *
      *    THE PAPER STOCK ('T75' OR 'FORM02' - THE ENGLISH VARIANTS   *
      *    T75E/F02E PRINT ON THE SAME STOCK).  NEXT-SERIAL IS THE     *
      *    SHEET ON TOP OF THE LOADED STACK - LAP91 AND LAPB2 TAKE IT  *
      *    FOR EVERY FORM THEY PRINT AND STAMP IT ON THE TRWAQ ROW.    *
      *    PRTID IS THE TRWBD DEVICE THE RANGE IS LOADED IN (SPACE =   *
      *    THE OFFICE TERMINAL'S OWN DEVICE, AS TRWBD ROUTES WITH NO   *
      *    ROUTING ROW).  A RANGE IS SPENT WHEN NEXT-SERIAL PASSES     *
      *    SERIAL-TO.  RECON-SERIAL / RECON-DT ARE WHERE THE TOP STOOD *
      *    AT THE LAST LAPBK DAILY RECONCILIATION (SERIAL-FROM AND     *
      *    SPACE UNTIL THE RANGE IS FIRST RECONCILED) - THE SHEETS     *
      *    FROM RECON-SERIAL UP TO NEXT-SERIAL - 1 ARE THE ONES THE    *
      *    NEXT RUN MUST ACCOUNT FOR.  KEY : FORM-ID + SERIAL-FROM.    *
      *    RANGE-STAUS : 'R' RECEIVED, IN THE OFFICE VAULT             *
      *                  'A' ASSIGNED, LOADED IN DEVICE PRTID          *
      *                  'X' EXHAUSTED                                 *
      *                                                                *
      ******************************************************************
261015 01  TRWCY.
261015     05  FORM-ID                 PIC X(06).
261015         88  FORM-ID-T75             VALUE 'T75'.
261015         88  FORM-ID-FORM02          VALUE 'FORM02'.
261015     05  SERIAL-FROM             PIC 9(09).
261015     05  SERIAL-TO               PIC 9(09).
261015     05  TXOFF-CD                PIC X(03).
261015     05  PRTID                   PIC X(04).
261015     05  NEXT-SERIAL             PIC 9(09).
261015     05  RANGE-STAUS             PIC X(01).
261015         88  RANGE-STAUS-RECEIVED    VALUE 'R'.
261015         88  RANGE-STAUS-ASSIGNED    VALUE 'A'.
261015         88  RANGE-STAUS-EXHAUSTED   VALUE 'X'.
261015     05  RECV-DT                 PIC X(08).
261015     05  RECV-OPID               PIC X(08).
261015     05  ASSIGN-DT               PIC X(08).
261015     05  ASSIGN-OPID             PIC X(08).
261015     05  RECON-SERIAL            PIC 9(09).
261015     05  RECON-DT                PIC X(08).
