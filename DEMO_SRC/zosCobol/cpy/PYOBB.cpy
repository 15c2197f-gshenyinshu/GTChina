      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWA.TRYBF)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRYBF  -  REFUND  FRAUD-SCREEN  REVIEW  QUEUE               *
      *                                                                *
      *    ONE ROW PER DRWA.TRYBD REFUND CASE THE PYSB9 SCREEN HELD,   *
      *    WITH EVERY RULE THE CASE HIT AND THE VALUE THAT TRIPPED     *
      *    IT.  THE ROWS ARE NEVER DELETED - WITH THE REVIEWER'S       *
      *    DECISION THEY ARE THE AUDIT TRAIL OF THE HOLD.              *
      *    HIT-ACCT-FG   'Y' - BANK-CD/ACCT-NO IS REGISTERED ON TRYBA  *
      *                  FOR MORE UNRELATED HOUSEHOLDS THAN 'RFDACCT'  *
      *                  ALLOWS (ACCT-HSHLD-CNT)                       *
      *    HIT-NEWAC-FG  'Y' - THE ACCOUNT WAS REGISTERED OR VERIFIED  *
      *                  INSIDE THE 'RFDNEWAC' WINDOW (ACCT-CHG-DT)    *
      *    HIT-HIST-FG   'Y' - THE REFUND IS ABOVE THE 'RFDHIST'       *
      *                  PERCENTAGE OF THE TAXPAYER'S AVERAGE PAID     *
      *                  REFUND (HIST-AVG-AMT)                         *
      *    HIT-NEWBZ-FG  'Y' - THE BUSINESS OPENED INSIDE THE          *
      *                  'RFDNEWBZ' WINDOW (BUSN-OPEN-DT)              *
      *    REVIEW-STAUS:                                               *
      *      'H'  HELD - AWAITING A PYPA3 REVIEWER                     *
      *      'R'  RELEASED - TRYBD BACK TO UNSENT, PYSB6 PAYS IT       *
      *      'F'  CONFIRMED FRAUD - TRYBD BLOCKED ('B')                *
      *                                                                *
      ******************************************************************
261015 01  TRYBF.
261015     05  REVIEW-SEQNO            PIC S9(09) COMP.
261015     05  ASS-YYMM-FR             PIC X(06).
261015     05  RESID                   PIC X(13).
261015     05  TXTP-CD                 PIC X(02).
261015     05  HWUN-GWA                PIC X(01).
261015     05  DETRM-TP                PIC X(01).
261015     05  BUSN-TP                 PIC X(01).
261015     05  REFUND-AMT              PIC S9(13)V9(2) COMP-3.
261015     05  BANK-CD                 PIC X(03).
261015     05  ACCT-NO                 PIC X(16).
261015     05  HIT-ACCT-FG             PIC X(01).
261015     05  ACCT-HSHLD-CNT          PIC S9(04) COMP.
261015     05  HIT-NEWAC-FG            PIC X(01).
261015     05  ACCT-CHG-DT             PIC X(08).
261015     05  HIT-HIST-FG             PIC X(01).
261015     05  HIST-AVG-AMT            PIC S9(13)V9(2) COMP-3.
261015     05  HIT-NEWBZ-FG            PIC X(01).
261015     05  BUSN-OPEN-DT            PIC X(08).
261015     05  HOLD-DT                 PIC X(08).
261015     05  REVIEW-STAUS            PIC X(01).
261015         88  REVIEW-STAUS-HELD       VALUE 'H'.
261015         88  REVIEW-STAUS-RELEASED   VALUE 'R'.
261015         88  REVIEW-STAUS-FRAUD      VALUE 'F'.
261015     05  REVIEW-OPID             PIC X(08).
261015     05  REVIEW-DT               PIC X(08).
261015     05  REVIEW-NOTE             PIC X(40).
