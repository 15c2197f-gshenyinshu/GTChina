      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.RPT_CATALOG)                        *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    RPT_CATALOG  -  THE REPORTS A SUPERVISOR MAY ORDER ONE    *
      *                    RUN OF THROUGH LCBPRPT.                   *
      *                    RUN-TP  B = BATCH, SUBMITTED THROUGH      *
      *                                LCBSTRDR; THE REPORT DD       *
      *                                (RPT-DD) IS WRITTEN TO A      *
      *                                DATASET OF ITS OWN            *
      *                            O = ONLINE, LINKED AT ONCE        *
      *                    PARM-KIND  R = RECEIPT KEY                *
      *                               D = DATE RANGE                 *
      *                               T = TAXPAYER AND PERIOD        *
      *                    ARCH-FG 'Y' WHEN THE REPORT CAN READ A    *
      *                    RECEIPT FROM THE DRWH ARCHIVE.  FUNC-CD   *
      *                    IS THE LCBSAUTH FUNCTION THE REQUESTER    *
      *                    MUST HOLD; FORM-ID THE TRWAP FORM THE     *
      *                    OUTPUT IS DELIVERED AS.                   *
      *                                                              *
      ****************************************************************
261015 01  RCAT-REC.
261015     05  RCAT-RPT-ID             PIC X(08).
261015     05  RCAT-RPT-DESC           PIC X(40).
261015     05  RCAT-RUN-TP             PIC X(01).
261015         88  RCAT-RUN-BATCH          VALUE 'B'.
261015         88  RCAT-RUN-ONLINE         VALUE 'O'.
261015     05  RCAT-PGM-ID             PIC X(08).
261015     05  RCAT-RPT-DD             PIC X(08).
261015     05  RCAT-PARM-KIND          PIC X(01).
261015         88  RCAT-PARM-RECEIPT       VALUE 'R'.
261015         88  RCAT-PARM-DATES         VALUE 'D'.
261015         88  RCAT-PARM-TAXPAYER      VALUE 'T'.
261015     05  RCAT-ARCH-FG            PIC X(01).
261015         88  RCAT-ARCH-YES           VALUE 'Y'.
261015     05  RCAT-FUNC-CD            PIC X(08).
261015     05  RCAT-FORM-ID            PIC X(06).
261015     05  RCAT-ACTIVE-FG          PIC X(01).
261015         88  RCAT-ACTIVE-YES         VALUE 'Y'.

      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.RPT_REQUEST)                        *
      *                                                              *
      *    RPT_REQUEST  -  ONE ROW PER REQUEST MADE THROUGH LCBPRPT, *
      *                    ACCEPTED OR NOT.  REQ-YY/REQ-SEQNO NUMBER *
      *                    THE REQUEST; PARM-CARD IS THE SYSIN CARD  *
      *                    (OR ONLINE PARAMETERS) IT WAS RUN WITH.   *
      *                    STATUS  X = REJECTED (REASON)             *
      *                            S = SUBMITTED, RUNNING            *
      *                            D = DONE, OUTPUT QUEUED ON TRWAP  *
      *                                UNDER DLV-TXOFF/YY/SEQNO      *
      *                            E = THE RUN FAILED                *
      *                    OUT-DSN IS THE DATASET A BATCH REPORT WAS *
      *                    WRITTEN TO, FOR THE TRWAP RENDER STEP.    *
      *                                                              *
      ****************************************************************
261015 01  RREQ-REC.
261015     05  RREQ-REQ-YY             PIC X(04).
261015     05  RREQ-REQ-SEQNO          PIC 9(07).
261015     05  RREQ-RPT-ID             PIC X(08).
261015     05  RREQ-REQ-OPID           PIC X(08).
261015     05  RREQ-REQ-D              PIC X(08).
261015     05  RREQ-REQ-TM             PIC X(06).
261015     05  RREQ-PARM-CARD          PIC X(80).
261015     05  RREQ-STATUS             PIC X(01).
261015         88  RREQ-STATUS-REJECTED    VALUE 'X'.
261015         88  RREQ-STATUS-SUBMITTED   VALUE 'S'.
261015         88  RREQ-STATUS-DONE        VALUE 'D'.
261015         88  RREQ-STATUS-FAILED      VALUE 'E'.
261015     05  RREQ-REASON             PIC X(40).
261015     05  RREQ-JOB-NM             PIC X(08).
261015     05  RREQ-OUT-DSN            PIC X(44).
261015     05  RREQ-DLV-TXOFF          PIC X(03).
261015     05  RREQ-DLV-YY             PIC X(04).
261015     05  RREQ-DLV-SEQNO          PIC 9(07).
261015     05  RREQ-DONE-D             PIC X(08).
261015     05  RREQ-DONE-TM            PIC X(06).
