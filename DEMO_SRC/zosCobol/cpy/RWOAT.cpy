      *    POLICY FORBIDS ISSUANCE WHILE THE TAXPAYER HAS OPEN         *
      *    DELINQUENCIES ON DTJB.TTJBD -- JEPA2 ROUTES SUCH RECEIPTS   *
      *    TO THE '40' HELD STATUS INSTEAD OF ISSUING.                 *
261015*                                                                *
261015*    PERMIT-REQ-TP NAMES THE DRWB.TRWCK PERMIT TYPE (E.G. 'LIQ') *
261015*    A CERTIFICATE OF THIS SERVICE TYPE DEPENDS ON - JEPA2 HOLDS *
261015*    THE RECEIPT AT '40' WHEN THE BUSINESS HAS NO VALID PERMIT   *
261015*    OF THAT TYPE.  SPACE = NO LICENCE NEEDED.                   *
261015*                                                                *
261015*    FEE-EXEMPT-FG 'Y' MARKS THE SERVICE TYPES FOR WHICH THE     *
261015*    STATUTE PROVIDES A FEE EXEMPTION.  A JAPAA WAIVER ON ANY    *
261015*    OTHER TYPE IS LISTED AS AN EXCEPTION BY JAPB8.              *
      *                                                                *
      ******************************************************************
260120 01  TRWAT.
260822     05  ARREARS-CHK-FG          PIC X(01).
260822         88  ARREARS-CHK-YES         VALUE 'Y'.
260822         88  ARREARS-CHK-NO          VALUE 'N'.
261015     05  PERMIT-REQ-TP           PIC X(03).
261015     05  FEE-EXEMPT-FG           PIC X(01).
261015         88  FEE-EXEMPT-YES          VALUE 'Y'.
261015         88  FEE-EXEMPT-NO           VALUE 'N'.
