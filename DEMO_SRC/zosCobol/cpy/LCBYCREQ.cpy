      ****************************************************************
      *                                                              *
      *    LCBYCREQ  -  JAPAE SOCKET CERTIFICATE-REQUEST COMMAREA    *
      *                                                              *
      *    LINKED TO JAPAE BY THE LCBSTCPR LISTENER FOR A 'CREQ'     *
      *    MESSAGE.  CREQ-REQUEST CARRIES THE SAME 300-BYTE REQUEST  *
      *    LAYOUT JAPA1 RECEIVES OVER MQ (BYTES 101-400 OF THE       *
      *    SOCKET MESSAGE).  JAPAE RETURNS THE ANSWER THE LISTENER   *
      *    SENDS BACK ON THE SAME CONNECTION:                        *
      *      CREQ-ACK-CODE     'S' ACCEPTED, 'D' DUPLICATE RECEIPT   *
      *                        NUMBER, 'E' REJECTED OR NOT WRITTEN   *
      *      CREQ-ACK-REASON   SHORT REASON TEXT                     *
      *      CREQ-TREAT-STAUS  STATUS THE RECEIPT WAS WRITTEN AT -   *
      *                        '41' VELOCITY REVIEW, '42' DECEASED   *
      *                        HOLD, OTHERWISE AS REQUESTED          *
      *                                                              *
      ****************************************************************
261015     05  CREQ-REQUEST                 PIC  X(300).
261015     05  CREQ-ACK-CODE                PIC  X(001).
261015         88  CREQ-ACK-ACCEPTED             VALUE 'S'.
261015         88  CREQ-ACK-DUPLICATE            VALUE 'D'.
261015         88  CREQ-ACK-ERROR                VALUE 'E'.
261015     05  CREQ-ACK-REASON              PIC  X(040).
261015     05  CREQ-TREAT-STAUS             PIC  X(002).
261015     05  FILLER                       PIC  X(057).
