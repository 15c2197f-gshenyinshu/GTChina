      *    ENTERER - APPROVES OR REJECTS.  ON APPROVAL THE CHANGE      *
      *    IS APPLIED TO TK140 AND AUDITED ON TK142; THE QUEUE ROW     *
      *    KEEPS ITS DISPOSITION FOR THE RECORD.                       *
261015*    RESTATE-STAUS 'P' MARKS AN APPROVED SET '06' CHANGE WHOSE   *
261015*    EFFECTIVE DATE LIES BEFORE THE APPROVAL: THE SETTLEMENT     *
261015*    DAYS IN BETWEEN WERE RECONCILED UNDER THE OLD FACTOR AND    *
261015*    LCHBK162 RESTATES THEM, SETTING 'D' AND RESTATE-DT.         *
      *                                                                *
      ******************************************************************
260902 01  LCHTK141.
260902     05  HK41-APPV-OPID          PIC X(08).
260902     05  HK41-APPV-DT            PIC X(08).
260902     05  HK41-RJCT-RSN           PIC X(40).
261015     05  HK41-RESTATE-STAUS      PIC X(01).
261015         88  HK41-RESTATE-NONE       VALUE ' '.
261015         88  HK41-RESTATE-PENDING    VALUE 'P'.
261015         88  HK41-RESTATE-DONE       VALUE 'D'.
261015     05  HK41-RESTATE-DT         PIC X(08).
