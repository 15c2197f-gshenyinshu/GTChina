      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWBL)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWBL  -  CERTIFICATE  FEE  REFUND  REGISTER                *
      *                                                                *
      *    ONE ROW PER PAID TRWAF FEE WHOSE RECEIPT WAS CANCELLED      *
      *    ('95', JAPA5) OR REFUSED ('13', JEPA2).  THE NIGHTLY        *
      *    JAPB5 RUN REGISTERS THE ROW PENDING ('P'); A SUPERVISOR     *
      *    OTHER THAN THE REQUESTER APPROVES ('A') OR DECLINES ('R')   *
      *    IT THROUGH JAPAC, CHOOSING BANK CREDIT OR COUNTER CASH.     *
      *    JAPB5 PUTS AN APPROVED BANK REFUND ON THE DIRECT-CREDIT     *
      *    FILE TO THE TAXPAYER'S VERIFIED TRYBA ACCOUNT ('S' SENT);   *
      *    A CASH REFUND IS PAID OUT AT THE COUNTER THROUGH JAPAC      *
      *    ('C').  RFND-DT IS THE DAY THE MONEY LEFT THE OFFICE AND    *
      *    IS WHAT THE JAPB2 CASH-UP REPORTS THE REFUND UNDER.         *
      *                                                                *
      ******************************************************************
261015 01  TRWBL.
261015     05  RCVE-NO-TXOFF           PIC X(03).
261015     05  RCVE-NO-YY              PIC X(04).
261015     05  RCVE-NO-SEQNO           PIC 9(07).
261015     05  TX-SRVC-TP              PIC X(05).
261015     05  RESID-BUSNID            PIC X(13).
261015     05  TXPAYER-TP              PIC X(01).
261015     05  CAUSE-STAUS             PIC X(02).
261015         88  CAUSE-CANCELLED         VALUE '95'.
261015         88  CAUSE-REFUSED           VALUE '13'.
261015     05  REFUND-AMT              PIC S9(11)V9(2) COMP-3.
261015     05  REFUND-STAUS            PIC X(01).
261015         88  REFUND-PENDING          VALUE 'P'.
261015         88  REFUND-APPROVED         VALUE 'A'.
261015         88  REFUND-DECLINED         VALUE 'R'.
261015         88  REFUND-SENT             VALUE 'S'.
261015         88  REFUND-CASH-PAID        VALUE 'C'.
261015     05  REFUND-METHOD           PIC X(01).
261015         88  REFUND-METHOD-BANK      VALUE 'B'.
261015         88  REFUND-METHOD-CASH      VALUE 'C'.
261015     05  REQ-OPID                PIC X(08).
261015     05  REQ-DT                  PIC X(08).
261015     05  APPV-OPID               PIC X(08).
261015     05  APPV-DT                 PIC X(08).
261015     05  RFND-DT                 PIC X(08).
261015     05  RFND-OPID               PIC X(08).
261015     05  DISB-REF-NO             PIC X(16).
