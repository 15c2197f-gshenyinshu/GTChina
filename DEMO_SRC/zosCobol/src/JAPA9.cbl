      *  ============================================================  *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL )               R    *
      *                                                                *
      *  CALLED PGM     -  LAP97  (PICKUP APPOINTMENT BOOKING, LINK)   *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *                                OWN REQUESTS BY TAXPAYER ID    *
      *                                ALONE, PAGED, FOR LOST RECEIPT *
      *                                SLIPS (S2300/S2310)            *
      *   26/10/15    S.K.CHOI         ADD '97' REVOKED (LAP96) TO THE*
      *                                STATUS MESSAGE TABLE           *
      *   26/10/15    S.K.CHOI         ADD PICKUP BOOKING MODES F/B/X/A*
      *                                - FIND, BOOK, CANCEL OR SHOW A *
      *                                COUNTER PICKUP SLOT FOR AN     *
      *                                ISSUED CERTIFICATE VIA LAP97   *
      *                                (S2400)                        *
      ******************************************************************
           EJECT
      *****************************************************************
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
261015     05  C-PGM-LAP97             PIC  X(08)  VALUE 'LAP97'.
261015     05  C-LAP97-LNTH            PIC S9(04) COMP VALUE +250.
261015     05  C-SELF-OPID             PIC  X(08)  VALUE 'JAA9SELF'.

260822******************************************************************
260822*                       S W I T C H E S                          *
260822     05  W-LIST-IX               PIC  S9(04) COMP VALUE +0.
260822     05  W-XLAT-TREAT-STAUS      PIC  X(02)  VALUE SPACE.
260822     05  W-XLAT-STAUS-MSG        PIC  X(40)  VALUE SPACE.
261015     05  W-FREE-IX               PIC  S9(04) COMP VALUE +0.
261015     05  W-LINK-RESP             PIC  S9(08) COMP VALUE +0.

       01  W-COMM-AREA.
           05  W-COMM-RCVE-NO-KEY.
260822     05  FILLER                  PIC  X(32).
260822     05  W-COMM-REQ-MODE         PIC  X(01).
260822         88  W-COMM-REQ-MODE-LIST            VALUE 'L'.
261015         88  W-COMM-REQ-MODE-BOOKING         VALUE 'F' 'B'
261015                                                   'X' 'A'.
261015         88  W-COMM-REQ-MODE-APPT            VALUE 'A'.

260822******************************************************************
260822*    LIST-MODE VIEW OF THE SAME 200-BYTE COMMAREA, TAKEN WHEN
260822         10  W-COMM-L-STAUS-MSG      PIC  X(39).
260822     05  FILLER                  PIC  X(02).

261015******************************************************************
261015*    BOOKING-MODE VIEW, TAKEN WHEN W-COMM-REQ-MODE IS 'F' (FIND
261015*    OPEN PICKUP SLOTS FROM SLOT-DT), 'B' (BOOK SLOT-DT/TIME),
261015*    'X' (CANCEL THE BOOKING) OR 'A' (SHOW THE BOOKING).  THE
261015*    RECEIPT KEY AND TXPAYER-ID STAY WHERE THE INQUIRY KEEPS
261015*    THEM, SO A STATUS INQUIRY SCREEN CAN GO STRAIGHT TO BOOKING.
261015******************************************************************
261015 01  W-COMM-AREA-BOOKING REDEFINES W-COMM-AREA.
261015     05  FILLER                  PIC  X(27).
261015     05  W-COMM-BKG-SLOT-DT      PIC  X(08).
261015     05  W-COMM-BKG-SLOT-TIME    PIC  X(04).
261015     05  W-COMM-BKG-APPT-STAUS   PIC  X(01).
261015     05  W-COMM-BKG-RC           PIC  X(04).
261015     05  W-COMM-BKG-MSG          PIC  X(50).
261015     05  W-COMM-BKG-FREE-CNT     PIC  9(01).
261015     05  W-COMM-BKG-FREE         OCCURS 5 TIMES.
261015         10  W-COMM-BKG-FREE-DT      PIC  X(08).
261015         10  W-COMM-BKG-FREE-TIME    PIC  X(04).
261015         10  W-COMM-BKG-FREE-LEFT    PIC  9(04).
261015     05  FILLER                  PIC  X(25).

261015******************************************************************
261015*    LAP97 LINK COMMAREA - SAME SHAPE AS LAP97'S OWN W-COMM-AREA.
261015******************************************************************
261015 01  W-L97-AREA.
261015     05  W-L97-ACTION            PIC  X(01).
261015     05  W-L97-RCVE-NO-KEY.
261015         10  W-L97-RCVE-NO-TXOFF     PIC  X(03).
261015         10  W-L97-RCVE-NO-YY        PIC  X(04).
261015         10  W-L97-RCVE-NO-SEQNO     PIC  9(07).
261015     05  W-L97-TXOFF-CD          PIC  X(03).
261015     05  W-L97-SLOT-DT           PIC  X(08).
261015     05  W-L97-SLOT-TIME         PIC  X(04).
261015     05  W-L97-CAPACITY          PIC  9(04).
261015     05  W-L97-CHANNEL           PIC  X(01).
261015     05  W-L97-APPT-STAUS        PIC  X(01).
261015     05  W-L97-OPID              PIC  X(08).
261015     05  W-L97-RC                PIC  X(04).
261015     05  W-L97-MSG               PIC  X(78).
261015     05  W-L97-FREE-CNT          PIC  9(01).
261015     05  W-L97-FREE-SLOT         OCCURS 5 TIMES.
261015         10  W-L97-FREE-DT           PIC  X(08).
261015         10  W-L97-FREE-TIME         PIC  X(04).
261015         10  W-L97-FREE-LEFT         PIC  9(04).
261015     05  FILLER                  PIC  X(43).

      ******************************************************************
      *          S T A T U S - C O D E   M E S S A G E   T A B L E     *
      ******************************************************************
               '90RETURNED - ADDITIONAL INFO REQUIRED    '.
260822     05  FILLER PIC X(42) VALUE
260822         '95CANCELLED AT REQUESTER''S REQUEST       '.
261015     05  FILLER PIC X(42) VALUE
261015         '97REVOKED - CONTACT THE TAX OFFICE        '.
           05  FILLER PIC X(42) VALUE
               '99REJECTED                               '.
       01  W-STAUS-MSG-TABLE REDEFINES W-STAUS-MSG-VALUE.
261015     05  W-STAUS-MSG-TAB  OCCURS 12  TIMES
                                INDEXED BY W-S-IDX.
               10  W-S-TREAT-STAUS     PIC  X(02).
               10  W-S-MSG-TEXT        PIC  X(40).
      *      OWN REQUESTS BY TAXPAYER ID ALONE.  OTHERWISE VALIDATE
      *      THE RECEIPT NUMBER AND TXPAYER-ID, THEN LOOK UP THE
      *      MATCHING TRWAD ROW.
261015*      'F'/'B'/'X'/'A' ARE THE PICKUP APPOINTMENT MODES.
      *****************************************************************
       S2000-MAIN               SECTION.

261015     IF  W-COMM-REQ-MODE-BOOKING
261015         PERFORM  S2400-PICKUP-BOOKING
261015         GO TO  S2000-MAIN-EXIT
261015     END-IF.

260822     IF  W-COMM-REQ-MODE-LIST
260822         IF  W-COMM-TXPAYER-ID  =  SPACE
260822         OR  W-COMM-RCVE-DT-FR  =  SPACE

260822 S2310-FETCH-LIST-EXIT.
260822     EXIT.
261015*****************************************************************
261015*S2400-PICKUP-BOOKING
261015*      THE TAXPAYER PROVES THE RECEIPT IS THEIRS THE SAME WAY
261015*      THE STATUS INQUIRY DOES, THEN LAP97 - THE SAME PROGRAM
261015*      THE COUNTER USES - FINDS, BOOKS, CANCELS OR SHOWS THE
261015*      SLOT, SO SELF-SERVICE AND COUNTER BOOKINGS SHARE ONE SET
261015*      OF RULES AND ONE CAPACITY COUNT.
261015*****************************************************************
261015 S2400-PICKUP-BOOKING     SECTION.

261015     MOVE  SPACE                 TO  W-COMM-BKG-APPT-STAUS
261015                                      W-COMM-BKG-RC
261015                                      W-COMM-BKG-MSG
261015                                      W-COMM-BKG-FREE (1)
261015                                      W-COMM-BKG-FREE (2)
261015                                      W-COMM-BKG-FREE (3)
261015                                      W-COMM-BKG-FREE (4)
261015                                      W-COMM-BKG-FREE (5).
261015     MOVE  ZERO                  TO  W-COMM-BKG-FREE-CNT.

261015     IF  W-COMM-RCVE-NO-TXOFF   =  SPACE  OR
261015         W-COMM-RCVE-NO-YY      =  SPACE  OR
261015         W-COMM-RCVE-NO-SEQNO   =  ZERO    OR
261015         W-COMM-TXPAYER-ID      =  SPACE
261015         MOVE  C-RC01                TO  W-COMM-BKG-RC
261015         MOVE  'RECEIPT NUMBER / TAXPAYER ID REQUIRED'
261015                                      TO  W-COMM-BKG-MSG
261015         GO TO  S2400-PICKUP-BOOKING-EXIT
261015     END-IF.

261015     EXEC  SQL  SELECT  TREAT_STAUS
261015                  INTO  :TRWAD.TREAT-STAUS
261015                  FROM  DRWA.TRWAD
261015                 WHERE  RCVE_NO_TXOFF  = :W-COMM-RCVE-NO-TXOFF
261015                   AND  RCVE_NO_YY     = :W-COMM-RCVE-NO-YY
261015                   AND  RCVE_NO_SEQNO  = :W-COMM-RCVE-NO-SEQNO
261015                   AND  TXPAYER_ID     = :W-COMM-TXPAYER-ID
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               CONTINUE
261015         WHEN  100
261015               MOVE  C-RC03                TO  W-COMM-BKG-RC
261015               MOVE  'NO MATCHING REQUEST FOUND'
261015                                            TO  W-COMM-BKG-MSG
261015               GO TO  S2400-PICKUP-BOOKING-EXIT
261015         WHEN  OTHER
261015               MOVE  SQLCODE                TO  W-SQLCODE
261015               MOVE  C-RC02                 TO  W-COMM-BKG-RC
261015               MOVE  'TRWAD SELECT FAILED, SQLCODE='
261015                                       TO  W-COMM-BKG-MSG(1:29)
261015               MOVE  W-SQLCODE         TO  W-COMM-BKG-MSG(30:5)
261015               GO TO  S2400-PICKUP-BOOKING-EXIT
261015     END-EVALUATE.

261015     MOVE  SPACE                 TO  W-L97-AREA.
261015     IF  W-COMM-REQ-MODE-APPT
261015         MOVE  'I'               TO  W-L97-ACTION
261015     ELSE
261015         MOVE  W-COMM-REQ-MODE   TO  W-L97-ACTION
261015     END-IF.
261015     MOVE  W-COMM-RCVE-NO-TXOFF  TO  W-L97-RCVE-NO-TXOFF.
261015     MOVE  W-COMM-RCVE-NO-YY     TO  W-L97-RCVE-NO-YY.
261015     MOVE  W-COMM-RCVE-NO-SEQNO  TO  W-L97-RCVE-NO-SEQNO.
261015     MOVE  W-COMM-BKG-SLOT-DT    TO  W-L97-SLOT-DT.
261015     MOVE  W-COMM-BKG-SLOT-TIME  TO  W-L97-SLOT-TIME.
261015     MOVE  ZERO                  TO  W-L97-CAPACITY
261015                                      W-L97-FREE-CNT.
261015     MOVE  'W'                   TO  W-L97-CHANNEL.
261015     MOVE  C-SELF-OPID           TO  W-L97-OPID.

261015     EXEC  CICS  LINK  PROGRAM (C-PGM-LAP97)
261015                       COMMAREA(W-L97-AREA)
261015                       LENGTH  (C-LAP97-LNTH)
261015                       RESP    (W-LINK-RESP)
261015     END-EXEC.

261015     IF  W-LINK-RESP  NOT =  ZERO
261015         MOVE  C-RC02                TO  W-COMM-BKG-RC
261015         MOVE  'BOOKING SERVICE UNAVAILABLE - TRY LATER'
261015                                      TO  W-COMM-BKG-MSG
261015         GO TO  S2400-PICKUP-BOOKING-EXIT
261015     END-IF.

261015     MOVE  W-L97-RC              TO  W-COMM-BKG-RC.
261015     MOVE  W-L97-MSG             TO  W-COMM-BKG-MSG.
261015     MOVE  W-L97-SLOT-DT         TO  W-COMM-BKG-SLOT-DT.
261015     MOVE  W-L97-SLOT-TIME       TO  W-COMM-BKG-SLOT-TIME.
261015     MOVE  W-L97-APPT-STAUS      TO  W-COMM-BKG-APPT-STAUS.
261015     MOVE  W-L97-FREE-CNT        TO  W-COMM-BKG-FREE-CNT.
261015     PERFORM  VARYING  W-FREE-IX  FROM  1  BY  1
261015              UNTIL  W-FREE-IX  >  W-L97-FREE-CNT
261015         MOVE  W-L97-FREE-DT   (W-FREE-IX)
261015           TO  W-COMM-BKG-FREE-DT   (W-FREE-IX)
261015         MOVE  W-L97-FREE-TIME (W-FREE-IX)
261015           TO  W-COMM-BKG-FREE-TIME (W-FREE-IX)
261015         MOVE  W-L97-FREE-LEFT (W-FREE-IX)
261015           TO  W-COMM-BKG-FREE-LEFT (W-FREE-IX)
261015     END-PERFORM.

261015 S2400-PICKUP-BOOKING-EXIT.
261015     EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
