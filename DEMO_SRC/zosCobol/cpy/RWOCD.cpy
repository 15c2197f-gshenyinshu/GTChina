      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCD)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCD  -  COUNTER  PICKUP  SLOT  CAPACITY                   *
      *                                                                *
      *    ONE ROW PER OFFICE, DAY AND START TIME (HHMM) AT WHICH THE  *
      *    PICKUP COUNTER TAKES APPOINTMENTS.  SLOT-CAPACITY IS HOW    *
      *    MANY TAXPAYERS THE OFFICE CAN SERVE IN THE SLOT;            *
      *    BOOKED-CNT IS KEPT IN STEP BY EVERY TRWCE BOOKING AND       *
      *    CANCELLATION, AND A BOOKING ONLY SUCCEEDS WHILE BOOKED-CNT  *
      *    IS BELOW SLOT-CAPACITY.  DEFINED AND WITHDRAWN ('N')        *
      *    THROUGH LAP97.                                              *
      *                                                                *
      ******************************************************************
261015 01  TRWCD.
261015     05  TXOFF-CD                PIC X(03).
261015     05  SLOT-DT                 PIC X(08).
261015     05  SLOT-TIME               PIC X(04).
261015     05  SLOT-CAPACITY           PIC S9(04) COMP-3.
261015     05  BOOKED-CNT              PIC S9(04) COMP-3.
261015     05  ACTIVE-FG               PIC X(01).
261015         88  ACTIVE-FG-YES           VALUE 'Y'.
261015         88  ACTIVE-FG-NO            VALUE 'N'.
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
