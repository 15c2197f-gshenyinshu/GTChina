      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWBM)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWBM  -  CERTIFICATE  REVOCATION  REGISTER                 *
      *                                                                *
      *    ONE ROW PER RECEIPT WHOSE ISSUED CERTIFICATE A SUPERVISOR   *
      *    REVOKED THROUGH LAP96 (ISSUED IN ERROR OR ON FRAUDULENT     *
      *    GROUNDS).  THE RECEIPT ITSELF GOES TO TRWAD STATUS '97',    *
      *    EVERY ACTIVE TRWAQ COPY IS VOIDED AND LAP93 ANSWERS         *
      *    'REVOKED' FROM THEN ON.  THE REASON AND THE STATUS THE      *
      *    RECEIPT HELD BEFORE ARE KEPT HERE.  THE LAPBA RUN LISTS     *
      *    EVERY RELYING PARTY THE TRWBN VERIFICATION LOG SHOWS HAD    *
      *    ALREADY CHECKED THE PAPER AND FLIPS NOTIFY-FG TO 'Y'.       *
      *                                                                *
      ******************************************************************
261015 01  TRWBM.
261015     05  RCVE-NO-TXOFF           PIC X(03).
261015     05  RCVE-NO-YY              PIC X(04).
261015     05  RCVE-NO-SEQNO           PIC 9(07).
261015     05  REVOKE-RSN-CD           PIC X(02).
261015         88  REVOKE-RSN-ERROR        VALUE 'ER'.
261015         88  REVOKE-RSN-FRAUD        VALUE 'FR'.
261015     05  REVOKE-RSN              PIC X(40).
261015     05  PRIOR-STAUS             PIC X(02).
261015     05  VOID-CNT                PIC S9(05) COMP-3.
261015     05  REVOKE-OPID             PIC X(08).
261015     05  REVOKE-DT               PIC X(08).
261015     05  REVOKE-TIME             PIC X(06).
261015     05  NOTIFY-FG               PIC X(01).
261015         88  NOTIFY-FG-PENDING       VALUE 'N'.
261015         88  NOTIFY-FG-DONE          VALUE 'Y'.
261015     05  NOTIFY-CNT              PIC S9(05) COMP-3.
261015     05  NOTIFY-DT               PIC X(08).
