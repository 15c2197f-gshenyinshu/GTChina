      *  DTAA.TTAAA                              R                   *
      *  DTIA.TTIAA                              R                   *
      *  DTJA.TTJAD                              R                   *
      *  DRWB.TRWCE                              R                   *
      *  DRWB.TRWCY                              RU                  *
      *                                                              *
      *  MODIFICATION HISTORY                                        *
      *  DATE        PROGRAMMER       DESCRIPTION                    *
      *                               AVAILABLE DEVICE IS LEFT       *
      *                               UNPRINTED FOR THE NEXT RUN     *
      *                               (S2150)                        *
      *  2026/10/15  S.K.CHOI         PICKUP PULL LIST - AFTER THE   *
      *                               PRINT RUN, LIST EACH OFFICE'S  *
      *                               BOOKED TRWCE PICKUP SLOTS FROM *
      *                               TODAY ON IN APPOINTMENT-TIME   *
      *                               ORDER SO THE WAITING STACK IS  *
      *                               PULLED IN THAT ORDER (S1500)   *
      *  2026/10/15  S.K.CHOI         STAMP THE SECURITY-PAPER       *
      *                               SERIAL OF EVERY PRINTED SHEET  *
      *                               ON THE TRWAQ ROW FROM THE      *
      *                               TRWCY RANGE LOADED IN THE      *
      *                               OFFICE'S ROUTED DEVICE (S2550) *
      ****************************************************************

      ****************************************************************
           05  A-SKIP-CNT                PIC  9(13)  VALUE  ZERO.
           05  A-OFFICE-CNT              PIC  9(09)  VALUE  ZERO.
260902     05  A-DEVDOWN-SKIP-CNT        PIC  9(13)  VALUE  ZERO.
261015     05  A-APPT-LIST-CNT           PIC  9(13)  VALUE  ZERO.
261015     05  A-NO-PAPER-CNT            PIC  9(13)  VALUE  ZERO.

      ****************************************************************
      *                                                              *
           05  W-VERIFY-SEQ-Z            PIC  9(05)  VALUE  ZERO.
           05  W-CHIEF-NM                PIC  X(30)  VALUE  SPACE.
           05  W-ADDR-LINE               PIC  X(80)  VALUE  SPACE.
261015     05  W-PAPER-SERIAL            PIC  9(09)  VALUE  ZERO.
261015     05  W-PAPER-TRY               PIC S9(04)  COMP  VALUE +0.

      ****************************************************************
      *                                                              *
               10  P6-VERIFY-NO          PIC  X(16).
               10  FILLER                PIC  X(102) VALUE  SPACE.

261015     05  P7-APPT-HEAD-LINE.
261015         10  FILLER                PIC  X(24)  VALUE
261015             '******  TAX OFFICE :  '.
261015         10  P7-TXOFF              PIC  X(03).
261015         10  FILLER                PIC  X(38)  VALUE
261015             '  ******  PICKUP APPOINTMENTS FROM :  '.
261015         10  P7-FROM-DT            PIC  X(08).
261015         10  FILLER                PIC  X(59)  VALUE  SPACE.

261015     05  P8-APPT-LINE.
261015         10  P8-SLOT-DT            PIC  X(08).
261015         10  FILLER                PIC  X(02)  VALUE  SPACE.
261015         10  P8-SLOT-TIME          PIC  X(04).
261015         10  FILLER                PIC  X(14)  VALUE
261015             '  RECEIPT NO :'.
261015         10  P8-RCVE-NO-TXOFF      PIC  X(03).
261015         10  FILLER                PIC  X(01)  VALUE  '-'.
261015         10  P8-RCVE-NO-YY         PIC  X(04).
261015         10  FILLER                PIC  X(01)  VALUE  '-'.
261015         10  P8-RCVE-NO-SEQNO      PIC  9(07).
261015         10  FILLER                PIC  X(11)  VALUE
261015             '  BOOKED : '.
261015         10  P8-BOOK-CHANNEL       PIC  X(01).
261015         10  FILLER                PIC  X(76)  VALUE  SPACE.

           05  P5-DATE-LINE.
               10  FILLER                PIC  X(14)  VALUE
                   'ISSUE DATE  : '.
      ****************************************************************
260902     EXEC  SQL  INCLUDE  RWOBD      END-EXEC.

      ****************************************************************
      *    DRWB.TRWCE   (   PICKUP APPOINTMENT   )                   *
      ****************************************************************
261015     EXEC  SQL  INCLUDE  RWOCE      END-EXEC.

261015****************************************************************
261015*    DRWB.TRWCY   (   SECURITY-PAPER STOCK RANGE   )           *
261015****************************************************************
261015     EXEC  SQL  INCLUDE  RWOCY      END-EXEC.

      ****************************************************************
      *                                                              *
      *    D E C L A R E    C U R S O R S                            *
                 FOR FETCH ONLY
           END-EXEC.

261015****************************************************************
261015*    CURSOR_APPT : EVERY OPEN PICKUP BOOKING FROM TODAY ON,    *
261015*    BY OFFICE THEN APPOINTMENT DATE AND TIME.                 *
261015****************************************************************

261015     EXEC  SQL
261015           DECLARE  CURSOR_APPT  CURSOR  WITH  HOLD  FOR
261015           SELECT   E.TXOFF_CD
261015           ,        E.SLOT_DT
261015           ,        E.SLOT_TIME
261015           ,        E.RCVE_NO_TXOFF
261015           ,        E.RCVE_NO_YY
261015           ,        E.RCVE_NO_SEQNO
261015           ,        E.BOOK_CHANNEL
261015           FROM     DRWB.TRWCE  E
261015           WHERE    E.APPT_STAUS  =  'B'
261015           AND      E.SLOT_DT    >=  :W-SYSTEM-DATE
261015           ORDER BY E.TXOFF_CD, E.SLOT_DT, E.SLOT_TIME,
261015                    E.RCVE_NO_YY, E.RCVE_NO_SEQNO
261015           FOR FETCH ONLY
261015     END-EXEC.

       01  W-END                         PIC  X(40)  VALUE
           'LAPB2    *** WORKING STORAGE ENDS HERE  '.


           PERFORM  S1100-PRINT-RUN.

261015     PERFORM  S1500-PICKUP-LIST.

       S0100-MAIN-EXIT.

           IF      RETURN-CODE              =   ZERO
           DISPLAY '* SKIPPED-CNT    : ' A-SKIP-CNT.
           DISPLAY '* OFFICE-CNT     : ' A-OFFICE-CNT.
260902     DISPLAY '* DEVDOWN-SKIP   : ' A-DEVDOWN-SKIP-CNT.
261015     DISPLAY '* APPT-LIST-CNT  : ' A-APPT-LIST-CNT.
261015     DISPLAY '* NO-PAPER-CNT   : ' A-NO-PAPER-CNT.
           DISPLAY '***********************************************'.
           DISPLAY '  '.

       S1100-PRINT-RUN-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 1 5 0 0 - P I C K U P - L I S T                         *
261015*                                                              *
261015*    THE PRINTED CERTIFICATES WAITING AT EACH COUNTER ARE      *
261015*    PULLED IN APPOINTMENT ORDER - ONE PAGE PER OFFICE OF ITS  *
261015*    BOOKED TRWCE SLOTS, EARLIEST FIRST.  A CERTIFICATE PRINTS *
261015*    BEFORE IT CAN BE BOOKED ('12' ONLY), SO THE LIST COVERS   *
261015*    THE WAITING STACK, NOT TONIGHT'S NEW FORMS.               *
261015*                                                              *
261015****************************************************************
261015 S1500-PICKUP-LIST                 SECTION.

261015     DISPLAY  'STEP : S1500-PICKUP-LIST'.

261015     EXEC  SQL  OPEN  CURSOR_APPT   END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S1500:DB ERROR APPT OPEN=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     MOVE  SPACE                    TO  W-PREV-TXOFF.
261015     MOVE  LOW-VALUE                TO  S-DATA-END-CHECK.
261015     PERFORM  UNTIL  S-NO-DATA
261015        PERFORM  S7200-FETCH-APPT
261015        IF  NOT  S-NO-DATA
261015            IF  TXOFF-CD OF TRWCE  NOT =  W-PREV-TXOFF
261015                MOVE  TXOFF-CD OF TRWCE   TO  P7-TXOFF
261015                                              W-PREV-TXOFF
261015                MOVE  W-SYSTEM-DATE       TO  P7-FROM-DT
261015                MOVE  '1'                 TO  O-PRT-CC
261015                MOVE  P7-APPT-HEAD-LINE   TO  O-PRT-DATA
261015                WRITE  O-PRT-REC
261015            END-IF
261015            MOVE  SLOT-DT       OF TRWCE  TO  P8-SLOT-DT
261015            MOVE  SLOT-TIME     OF TRWCE  TO  P8-SLOT-TIME
261015            MOVE  RCVE-NO-TXOFF OF TRWCE  TO  P8-RCVE-NO-TXOFF
261015            MOVE  RCVE-NO-YY    OF TRWCE  TO  P8-RCVE-NO-YY
261015            MOVE  RCVE-NO-SEQNO OF TRWCE  TO  P8-RCVE-NO-SEQNO
261015            MOVE  BOOK-CHANNEL  OF TRWCE  TO  P8-BOOK-CHANNEL
261015            MOVE  ' '                     TO  O-PRT-CC
261015            MOVE  P8-APPT-LINE            TO  O-PRT-DATA
261015            WRITE  O-PRT-REC
261015            IF  NOT  S-PRT-NORMAL
261015                DISPLAY  'S1500:ERROR=LAPP020 WRITE ERROR('
261015                         S-PRT-STATUS  ')'
261015                MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015                PERFORM  S0100-MAIN-EXIT
261015            END-IF
261015        END-IF
261015     END-PERFORM.

261015     EXEC  SQL  CLOSE  CURSOR_APPT   END-EXEC.

261015 S1500-PICKUP-LIST-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 1 0 0 - C H E C K - O F F I C E - B R E A K           *
           MOVE  C-PROG-ID               TO  PRINT-OPID  OF TRWAQ.
           MOVE  W-SYSTEM-DATE           TO  PRINT-DT    OF TRWAQ.
           MOVE  W-SYSTEM-TIME           TO  PRINT-TIME  OF TRWAQ.
261015     PERFORM  S2550-TAKE-PAPER-SERIAL.
261015     MOVE  W-PAPER-SERIAL          TO  PAPER-SERIAL OF TRWAQ.
261015     MOVE  W-ROUTE-PRTID           TO  PAPER-PRTID  OF TRWAQ.

           EXEC  SQL  INSERT  INTO  DRWA.TRWAQ
                             (RCVE_NO_TXOFF,
                              PRINT_OPID   ,
                              PRINT_DT     ,
                              PRINT_TIME   ,
261015                        VERIFY_NO    ,
261015                        PAPER_SERIAL ,
261015                        PAPER_PRTID    )
                       VALUES
                             (:TRWAQ.RCVE-NO-TXOFF,
                              :TRWAQ.RCVE-NO-YY   ,
                              :TRWAQ.PRINT-OPID   ,
                              :TRWAQ.PRINT-DT     ,
                              :TRWAQ.PRINT-TIME   ,
261015                        :TRWAQ.VERIFY-NO    ,
261015                        :TRWAQ.PAPER-SERIAL ,
261015                        :TRWAQ.PAPER-PRTID    )
           END-EXEC.

           IF  SQLCODE  NOT =  0
       S2500-LOG-TRWAQ-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 2 5 5 0 - T A K E - P A P E R - S E R I A L             *
261015*                                                              *
261015*    SAME SHEET TAKE LAP91'S S0865 RUNS: THE TOP SERIAL OF THE *
261015*    TRWCY RANGE FOR W-FORM-ID LOADED IN THE OFFICE'S ROUTED   *
261015*    DEVICE, ADVANCED ONLY IF NO COUNTER PRINT TOOK THE SAME   *
261015*    SHEET FIRST.  NO LOADED RANGE LEAVES SERIAL ZERO ON THE   *
261015*    ROW FOR THE LAPBK RECONCILIATION TO REPORT - THE STACK    *
261015*    STILL PRINTS.                                             *
261015*                                                              *
261015****************************************************************
261015 S2550-TAKE-PAPER-SERIAL           SECTION.

261015     MOVE  ZERO                    TO  W-PAPER-SERIAL
261015                                       W-PAPER-TRY.

261015 S2550-TAKE-RETRY.

261015     ADD   1                       TO  W-PAPER-TRY.

261015     EXEC  SQL  SELECT  FORM_ID, SERIAL_FROM, NEXT_SERIAL
261015                  INTO  :TRWCY.FORM-ID,
261015                        :TRWCY.SERIAL-FROM,
261015                        :TRWCY.NEXT-SERIAL
261015                  FROM  DRWB.TRWCY
261015                 WHERE  TXOFF_CD    = :TRWAD.RCVE-NO-TXOFF
261015                   AND  FORM_ID     = :W-FORM-ID
261015                   AND  PRTID       = :W-ROUTE-PRTID
261015                   AND  RANGE_STAUS = 'A'
261015                 ORDER  BY SERIAL_FROM
261015                 FETCH  FIRST 1 ROW ONLY
261015     END-EXEC.

261015     IF  SQLCODE  =  100
261015         ADD   1                   TO  A-NO-PAPER-CNT
261015         GO TO  S2550-TAKE-PAPER-SERIAL-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S2550:DB ERROR TRWCY SELECT=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     EXEC  SQL  UPDATE  DRWB.TRWCY
261015                   SET  NEXT_SERIAL = NEXT_SERIAL + 1,
261015                        RANGE_STAUS =
261015                        CASE WHEN NEXT_SERIAL + 1 > SERIAL_TO
261015                             THEN 'X' ELSE 'A' END
261015                 WHERE  FORM_ID     = :TRWCY.FORM-ID
261015                   AND  SERIAL_FROM = :TRWCY.SERIAL-FROM
261015                   AND  NEXT_SERIAL = :TRWCY.NEXT-SERIAL
261015     END-EXEC.

261015     IF  SQLCODE  =  100
261015         IF  W-PAPER-TRY  <  3
261015             GO TO  S2550-TAKE-RETRY
261015         END-IF
261015         ADD   1                   TO  A-NO-PAPER-CNT
261015         GO TO  S2550-TAKE-PAPER-SERIAL-EXIT
261015     END-IF.

261015     IF  SQLCODE  NOT =  0
261015         MOVE  SQLCODE             TO  W-SQLCODE
261015         DISPLAY  'S2550:DB ERROR TRWCY UPDATE=' W-SQLCODE
261015         MOVE  U-ABEND-CODE1       TO  RETURN-CODE
261015         PERFORM  S0100-MAIN-EXIT
261015     END-IF.

261015     MOVE  NEXT-SERIAL OF TRWCY    TO  W-PAPER-SERIAL.

261015 S2550-TAKE-PAPER-SERIAL-EXIT.
261015     EXIT.

      ****************************************************************
      *                                                              *
      *    S 2 6 0 0 - U P D A T E - T R W A D                       *

       S7100-FETCH-UNPRT-EXIT.
           EXIT.

261015****************************************************************
261015*                                                              *
261015*    S 7 2 0 0 - F E T C H - A P P T                           *
261015*                                                              *
261015****************************************************************
261015 S7200-FETCH-APPT                  SECTION.

261015     EXEC  SQL
261015           FETCH  CURSOR_APPT
261015           INTO  :TRWCE.TXOFF-CD
261015           ,     :TRWCE.SLOT-DT
261015           ,     :TRWCE.SLOT-TIME
261015           ,     :TRWCE.RCVE-NO-TXOFF
261015           ,     :TRWCE.RCVE-NO-YY
261015           ,     :TRWCE.RCVE-NO-SEQNO
261015           ,     :TRWCE.BOOK-CHANNEL
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  0
261015               ADD   1             TO  A-APPT-LIST-CNT

261015         WHEN  100
261015               MOVE  HIGH-VALUE    TO  S-DATA-END-CHECK

261015         WHEN  OTHER
261015               MOVE  SQLCODE       TO  W-SQLCODE
261015               DISPLAY  'S7200:DB ERROR APPT FETCH=' W-SQLCODE
261015               MOVE  U-ABEND-CODE1 TO  RETURN-CODE
261015               PERFORM  S0100-MAIN-EXIT
261015     END-EVALUATE.

261015 S7200-FETCH-APPT-EXIT.
261015     EXIT.
      ****************************************************************
      *                                                              *
      *             E N D   O F   P R O G R A M      LAPB2            *
