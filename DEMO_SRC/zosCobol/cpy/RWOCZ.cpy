      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCZ)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCZ  -  SPOILED / MISSING  SECURITY-PAPER  SHEET  LOG     *
      *                                                                *
      *    ONE ROW PER SERIALIZED SHEET THAT LEFT THE STOCK WITHOUT    *
      *    BECOMING A GOOD CERTIFICATE.  THE COUNTER RECORDS JAMS,     *
      *    VOIDS AND DAMAGED SHEETS THROUGH LAP9D; THE LAPBK DAILY     *
      *    RECONCILIATION WRITES 'M' FOR A SERIAL IT CAN ACCOUNT FOR   *
      *    NEITHER AS A PRINT NOR AS A SPOIL (POSSIBLE THEFT OF A      *
      *    BLANK FORM), SO IT IS REPORTED ONCE.  THE RECEIPT KEY IS    *
      *    CARRIED WHEN THE SHEET HAD ALREADY PRINTED A RECEIPT.       *
      *    KEY : FORM-ID + SERIAL-NO.                                  *
      *    SPOIL-RSN : 'J' PRINTER JAM, 'V' VOIDED, 'D' DAMAGED,       *
      *                'M' MISSING (RECONCILIATION)                    *
      *                                                                *
      ******************************************************************
261015 01  TRWCZ.
261015     05  FORM-ID                 PIC X(06).
261015     05  SERIAL-NO               PIC 9(09).
261015     05  TXOFF-CD                PIC X(03).
261015     05  PRTID                   PIC X(04).
261015     05  SPOIL-RSN               PIC X(01).
261015         88  SPOIL-RSN-JAM           VALUE 'J'.
261015         88  SPOIL-RSN-VOID          VALUE 'V'.
261015         88  SPOIL-RSN-DAMAGED       VALUE 'D'.
261015         88  SPOIL-RSN-MISSING       VALUE 'M'.
261015         88  SPOIL-RSN-COUNTER       VALUE 'J' 'V' 'D'.
261015     05  RSN-TXT                 PIC X(40).
261015     05  RCVE-NO-TXOFF           PIC X(03).
261015     05  RCVE-NO-YY              PIC X(04).
261015     05  RCVE-NO-SEQNO           PIC 9(07).
261015     05  SPOIL-DT                PIC X(08).
261015     05  SPOIL-TIME              PIC X(06).
261015     05  SPOIL-OPID              PIC X(08).
