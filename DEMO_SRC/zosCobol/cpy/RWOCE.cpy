      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCE)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCE  -  COUNTER  PICKUP  APPOINTMENT                      *
      *                                                                *
      *    ONE ROW PER BOOKING OF A TRWCD SLOT FOR AN ISSUED ('12')    *
      *    CERTIFICATE, MADE BY THE TAXPAYER THROUGH JAPA9 ('W') OR    *
      *    AT THE COUNTER THROUGH LAP97 ('C').  A RECEIPT HOLDS AT     *
      *    MOST ONE BOOKED ('B') ROW; REBOOKING CANCELS ('X') THE OLD  *
      *    ONE AND ADDS THE NEXT APPT-SEQNO.  LAP92 CLOSES THE ROW AT  *
      *    PICKUP - 'K' KEPT (COLLECTED ON THE SLOT DAY) OR 'L'        *
      *    COLLECTED ON ANOTHER DAY - WITH THE TRWAW CONFIRM-SEQNO;    *
      *    LAPBB MARKS A PASSED SLOT NOBODY CAME FOR 'N' NO-SHOW AND   *
      *    PUTS THE CERTIFICATE ON THE TRWAX RE-DELIVERY LIST.         *
      *                                                                *
      ******************************************************************
261015 01  TRWCE.
261015     05  RCVE-NO-TXOFF           PIC X(03).
261015     05  RCVE-NO-YY              PIC X(04).
261015     05  RCVE-NO-SEQNO           PIC 9(07).
261015     05  APPT-SEQNO              PIC S9(03) COMP-3.
261015     05  TXOFF-CD                PIC X(03).
261015     05  SLOT-DT                 PIC X(08).
261015     05  SLOT-TIME               PIC X(04).
261015     05  APPT-STAUS              PIC X(01).
261015         88  APPT-BOOKED             VALUE 'B'.
261015         88  APPT-CANCELLED          VALUE 'X'.
261015         88  APPT-KEPT               VALUE 'K'.
261015         88  APPT-LATE               VALUE 'L'.
261015         88  APPT-NOSHOW             VALUE 'N'.
261015     05  BOOK-CHANNEL            PIC X(01).
261015         88  BOOK-CHANNEL-SELF       VALUE 'W'.
261015         88  BOOK-CHANNEL-COUNTER    VALUE 'C'.
261015     05  BOOK-DT                 PIC X(08).
261015     05  BOOK-OPID               PIC X(08).
261015     05  CLOSE-DT                PIC X(08).
261015     05  CONFIRM-SEQNO           PIC S9(05) COMP-3.
