260822*    (LA93) PUBLIC VERIFICATION INQUIRY INSTEAD OF PHONING
260822*    THE OFFICE.
260822     05  VERIFY-NO               PIC X(16).
261015*    SECURITY-PAPER SHEET THE FORM PRINTED ON (DRWB.TRWCY
261015*    RANGE OF THE OFFICE AND DEVICE) AND THE DEVICE IT CAME
261015*    OFF.  ZERO WHEN NO RANGE WAS LOADED - THE LAPBK DAILY
261015*    RECONCILIATION REPORTS THOSE.
261015     05  PAPER-SERIAL            PIC 9(09).
261015     05  PAPER-PRTID             PIC X(04).
