      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DTJA.TTJAG)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TTJAG  -  GENERAL-LEDGER  POSTING  RULE                     *
      *                                                                *
      *    ONE ROW PER TTJAC TRANS-TP (PY PAYMENT, RF REFUND, PN       *
      *    PENALTY, IN INTEREST, ES ESCHEAT, WO WRITE-OFF, OF OFFSET)  *
      *    AND OPTIONALLY COMPONENT-CD AND TXTP-CD, NAMING THE LEDGER  *
      *    ACCOUNT DEBITED AND THE ACCOUNT CREDITED WHEN THE NIGHTLY   *
      *    MAPB7 JOURNAL FEED POSTS THAT DAY'S TOTAL.  A BLANK         *
      *    COMPONENT-CD OR TXTP-CD MATCHES ANY VALUE; THE MOST         *
      *    SPECIFIC ROW IN FORCE ON THE JOURNAL DATE WINS (TXTP-CD     *
      *    FIRST, THEN COMPONENT-CD).  A NEGATIVE DAY TOTAL (A         *
      *    REVERSAL) IS JOURNALED WITH THE TWO ACCOUNTS SWAPPED.       *
      *    EFF-TO-DT BLANK = STILL IN FORCE.  FINANCE CHANGES A RULE   *
      *    THROUGH MAPMG (TRAN MAMG) BY CLOSING THE OLD ROW AND ADDING *
      *    A NEW ONE, NEVER BY UPDATING ACCOUNTS IN PLACE, SO PAST     *
      *    JOURNALS CAN BE RE-RUN.                                     *
      *                                                                *
      ******************************************************************
261015 01  TTJAG.
261015     05  TRANS-TP                PIC X(02).
261015     05  COMPONENT-CD            PIC X(01).
261015     05  TXTP-CD                 PIC X(02).
261015     05  EFF-FR-DT               PIC X(08).
261015     05  EFF-TO-DT               PIC X(08).
261015     05  DR-ACCT-CD              PIC X(12).
261015     05  CR-ACCT-CD              PIC X(12).
261015     05  JRNL-DESC               PIC X(30).
261015     05  UPD-OPID                PIC X(08).
261015     05  UPD-DT                  PIC X(08).
