260822     05  RCVE-NO-TXOFF           PIC X(03).
260822     05  RCVE-NO-YY              PIC X(04).
260822     05  RCVE-NO-SEQNO           PIC 9(07).
261015*    THE TRWAW EVENT THAT OPENED THE ITEM - AN UNDELIVERABLE
261015*    RETURN FROM LAP92 OR A MISSED PICKUP APPOINTMENT
261015*    (CONFIRM-TP-NOSHOW) FROM LAPBB.
260822     05  CONFIRM-SEQNO           PIC S9(05) COMP-3.
260822     05  WORK-STAUS              PIC X(01).
260822         88  WORK-STAUS-OPEN         VALUE 'O'.
