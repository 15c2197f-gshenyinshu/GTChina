      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP97.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  7                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  COUNTER PICKUP APPOINTMENTS.  THE OFFICE    *
      *                     DEFINES ITS PICKUP SLOTS AND CAPACITY      *
      *                     ('S'); A SLOT IS FOUND ('F'), BOOKED       *
      *                     ('B'), CANCELLED ('X') OR INQUIRED ('I')   *
      *                     FOR AN ISSUED ('12') CERTIFICATE.  USED    *
      *                     AT THE COUNTER DIRECTLY AND LINKED TO BY   *
      *                     JAPA9 FOR TAXPAYER SELF-SERVICE BOOKING,   *
      *                     SO BOTH CHANNELS SHARE ONE SET OF RULES.   *
      *                                                                *
      *  TRANSACTION    -  LA97                                        *
      *  IDENTIFIER                                                    *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  250 BYTE             *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  250 BYTE             *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DRWB.TRWCD (  PICKUP SLOT CAPACITY )                    CRU   *
      *  DRWB.TRWCE (  PICKUP APPOINTMENT )                      CRU   *
      *  DRWA.TRWAD (  CERTIFICATE REQUEST DETAIL )              R     *
      *  DRWA.TRWAW (  DELIVERY CONFIRMATION )                   R     *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS / CALLER          *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  A SLOT IS TAKEN BY A SINGLE GUARDED UPDATE  *
      *                     (BOOKED-CNT BELOW CAPACITY), SO TWO        *
      *                     COUNTERS CANNOT OVERBOOK IT.  REBOOKING    *
      *                     RELEASES THE OLD SLOT IN THE SAME UNIT OF  *
      *                     WORK - A FULL NEW SLOT ROLLS BOTH BACK.    *
      *                     THE APPOINTMENT IS AT THE RECEIPT'S        *
      *                     RCVE-NO-TXOFF OFFICE, WHERE LAPB2 STACKS   *
      *                     THE PRINTED CERTIFICATE.                   *
      *                                                                *
      *   DATE        S.E.             DESCRIPTION                     *
      *   ========    =============    =============================   *
      *   26/10/15    S.K.CHOI         INITIAL CODING                  *
      ******************************************************************
           EJECT
      *****************************************************************
      *                                                                *
      *            E N V I R O N M E N T   D I V I S I O N             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT                     DIVISION.

      ******************************************************************
      *                                                                *
      *                   D A T A   D I V I S I O N                    *
      *                                                                *
      ******************************************************************
       DATA                            DIVISION.

      ******************************************************************
      *                                                                *
      *                 W O R K I N G   S T O R A G E                  *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
       01  WS-START                    PIC X(50)
           VALUE 'LAP97 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP97             PIC  X(05)  VALUE 'LAP97'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.
           05  C-PGM-LCBSAUTH          PIC  X(08)  VALUE 'LCBSAUTH'.
           05  C-FREE-MAX              PIC  S9(04) COMP VALUE +5.

      ******************************************************************
      *                       S W I T C H E S                          *
      ******************************************************************
       01  SWITCHES.
           05  S-ROLLBACK              PIC  X(01)  VALUE 'N'.
               88  S-ROLLBACK-YES                  VALUE 'Y'.
           05  S-FREE-END              PIC  X(01)  VALUE LOW-VALUE.
               88  S-FREE-END-YES                  VALUE HIGH-VALUE.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-FREE-IX               PIC  S9(04) COMP VALUE +0.
           05  W-COLLECT-CNT           PIC  S9(09) COMP VALUE +0.
           05  W-FROM-DT               PIC  X(08)  VALUE SPACE.

      *****************************************************************
      *    PARAMETER AREA OF THE CENTRAL LCBSAUTH AUTHORITY CHECK,    *
      *    CARRIED AS LCBSAUTH ITSELF DEFINES IT.                     *
      *****************************************************************
       01  L-SAUTH-PARM.
           05  L-SAUTH-INPUT.
               10  L-SAUTH-OPID         PIC  X(08).
               10  L-SAUTH-FUNC-CD      PIC  X(08).
               10  L-SAUTH-CHK-CNT      PIC  S9(09) COMP-3.
               10  L-SAUTH-TODAY        PIC  X(08).
           05  L-SAUTH-OUTPUT.
               10  L-SAUTH-AUTH-FG      PIC  X(01).
               10  L-SAUTH-RC           PIC  X(02).

       01  W-COMM-AREA.
           05  W-COMM-ACTION           PIC  X(01).
               88  W-COMM-ACTION-SLOT              VALUE 'S'.
               88  W-COMM-ACTION-FIND              VALUE 'F'.
               88  W-COMM-ACTION-BOOK              VALUE 'B'.
               88  W-COMM-ACTION-CANCEL            VALUE 'X'.
               88  W-COMM-ACTION-INQUIRE           VALUE 'I'.
           05  W-COMM-RCVE-NO-KEY.
               10  W-COMM-RCVE-NO-TXOFF    PIC  X(03).
               10  W-COMM-RCVE-NO-YY       PIC  X(04).
               10  W-COMM-RCVE-NO-SEQNO    PIC  9(07).
           05  W-COMM-TXOFF-CD         PIC  X(03).
           05  W-COMM-SLOT-DT          PIC  X(08).
           05  W-COMM-SLOT-TIME        PIC  X(04).
           05  W-COMM-CAPACITY         PIC  9(04).
           05  W-COMM-CHANNEL          PIC  X(01).
           05  W-COMM-APPT-STAUS       PIC  X(01).
           05  W-COMM-OPID             PIC  X(08).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  W-COMM-FREE-CNT         PIC  9(01).
           05  W-COMM-FREE-SLOT        OCCURS 5 TIMES.
               10  W-COMM-FREE-DT          PIC  X(08).
               10  W-COMM-FREE-TIME        PIC  X(04).
               10  W-COMM-FREE-LEFT        PIC  9(04).
           05  FILLER                  PIC  X(43).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      ******************************************************************
      *                    D B 2   W O R K   A R E A                   *
      ******************************************************************
           EXEC  SQL   INCLUDE  SQLCA   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCD          *
      *                                *    PICKUP SLOT CAPACITY      *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCD   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWCE          *
      *                                *    PICKUP APPOINTMENT        *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOCE   END-EXEC.

      *                                ********************************
      *                                *    DB2        TRWAD          *
      *                                ********************************
           EXEC  SQL   INCLUDE  RWOAD   END-EXEC.

      ******************************************************************
      *          D E C L A R E   C U R S O R   C U R F R E E           *
      *                                                                *
      *    OPEN SLOTS OF ONE OFFICE FROM A DATE FORWARD, EARLIEST      *
      *    FIRST.                                                      *
      ******************************************************************
           EXEC  SQL
                 DECLARE  CUR-FREE  CURSOR  FOR
                 SELECT   SLOT_DT
                 ,        SLOT_TIME
                 ,        SLOT_CAPACITY - BOOKED_CNT
                 FROM     DRWB.TRWCD
                 WHERE    TXOFF_CD    =  :W-COMM-TXOFF-CD
                 AND      SLOT_DT    >=  :W-FROM-DT
                 AND      ACTIVE_FG   =  'Y'
                 AND      BOOKED_CNT  <  SLOT_CAPACITY
                 ORDER BY SLOT_DT, SLOT_TIME
                 FOR FETCH ONLY
           END-EXEC.

       01  WS-END                      PIC X(40)
           VALUE 'LAP97 - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(250).

      ******************************************************************
      *                                                                *
      *              P R O C E D U R E   D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE               DIVISION.

       S0000-BEGIN              SECTION.

           PERFORM   S1000-INIT.

           PERFORM   S2000-MAIN.

           PERFORM   S9000-FINAL.

       S0000-BEGIN-EXIT.
           EXIT.
      *****************************************************************
      *S1000-INIT
      *****************************************************************
       S1000-INIT               SECTION.

           MOVE  L-COMM-AREA           TO  W-COMM-AREA.
           MOVE  SPACE                 TO  W-COMM-RC
                                            W-COMM-MSG.
           PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *      DISPATCH ON THE REQUESTED ACTION.  EVERY ACTION EXCEPT
      *      SLOT DEFINITION IS FOR ONE RECEIPT AND STARTS FROM ITS
      *      TRWAD ROW.
      *****************************************************************
       S2000-MAIN               SECTION.

      * COUNTER CAPACITY IS AN OFFICE STAFFING DECISION - THE CENTRAL
      * AUTHORITY TABLE SAYS WHO MAY SET IT.
           IF  W-COMM-ACTION-SLOT
               MOVE  W-COMM-OPID       TO  L-SAUTH-OPID
               MOVE  'LAP97SLT'        TO  L-SAUTH-FUNC-CD
               MOVE  ZERO              TO  L-SAUTH-CHK-CNT
               MOVE  W-SYS-DT          TO  L-SAUTH-TODAY
               CALL  C-PGM-LCBSAUTH  USING  L-SAUTH-PARM
               IF  L-SAUTH-AUTH-FG  NOT =  'Y'
                   MOVE  C-RC01        TO  W-COMM-RC
                   MOVE  'OPERATOR NOT AUTHORIZED FOR SLOT MAINTENANCE'
                                       TO  W-COMM-MSG
                   GO TO  S2000-MAIN-EXIT
               END-IF
               PERFORM  S2100-DEFINE-SLOT
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  W-COMM-RCVE-NO-TXOFF   =  SPACE  OR
               W-COMM-RCVE-NO-YY      =  SPACE  OR
               W-COMM-RCVE-NO-SEQNO   =  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'RECEIPT NUMBER REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           EXEC  SQL  SELECT  TREAT_STAUS
                        INTO  :TRWAD.TREAT-STAUS
                        FROM  DRWA.TRWAD
                       WHERE  RCVE_NO_TXOFF  = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY     = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO  = :W-COMM-RCVE-NO-SEQNO
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO MATCHING REQUEST FOUND'
                                        TO  W-COMM-MSG
                     GO TO  S2000-MAIN-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWAD SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2000-MAIN-EXIT
           END-EVALUATE.

           MOVE  W-COMM-RCVE-NO-TXOFF  TO  W-COMM-TXOFF-CD.

           EVALUATE  TRUE
               WHEN  W-COMM-ACTION-FIND
                     PERFORM  S2200-FIND-FREE
               WHEN  W-COMM-ACTION-BOOK
                     PERFORM  S2300-BOOK-SLOT
               WHEN  W-COMM-ACTION-CANCEL
                     PERFORM  S2400-CANCEL-APPT
               WHEN  W-COMM-ACTION-INQUIRE
                     PERFORM  S2500-INQUIRE-APPT
               WHEN  OTHER
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'INVALID ACTION CODE' TO  W-COMM-MSG
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-DEFINE-SLOT
      *      ADD A SLOT OR CHANGE ITS CAPACITY.  CAPACITY ZERO
      *      WITHDRAWS THE SLOT FROM BOOKING; CAPACITY CANNOT BE CUT
      *      BELOW WHAT IS ALREADY BOOKED.
      *****************************************************************
       S2100-DEFINE-SLOT        SECTION.

           IF  W-COMM-TXOFF-CD   =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SLOT-DT    =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SLOT-TIME  =  SPACE  OR  LOW-VALUE
           OR  W-COMM-CAPACITY   NOT NUMERIC
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'OFFICE, SLOT DATE/TIME AND CAPACITY REQUIRED'
                                        TO  W-COMM-MSG
               GO TO  S2100-DEFINE-SLOT-EXIT
           END-IF.

           IF  W-COMM-SLOT-DT  <  W-SYS-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'SLOT DATE IS IN THE PAST'  TO  W-COMM-MSG
               GO TO  S2100-DEFINE-SLOT-EXIT
           END-IF.

           MOVE  W-COMM-TXOFF-CD       TO  TXOFF-CD    OF TRWCD.
           MOVE  W-COMM-SLOT-DT        TO  SLOT-DT     OF TRWCD.
           MOVE  W-COMM-SLOT-TIME      TO  SLOT-TIME   OF TRWCD.
           MOVE  W-COMM-CAPACITY       TO  SLOT-CAPACITY OF TRWCD.
           IF  W-COMM-CAPACITY  =  ZERO
               MOVE  'N'               TO  ACTIVE-FG   OF TRWCD
           ELSE
               MOVE  'Y'               TO  ACTIVE-FG   OF TRWCD
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCD
                         SET  SLOT_CAPACITY = :TRWCD.SLOT-CAPACITY,
                              ACTIVE_FG   = :TRWCD.ACTIVE-FG
                       WHERE  TXOFF_CD    = :TRWCD.TXOFF-CD
                         AND  SLOT_DT     = :TRWCD.SLOT-DT
                         AND  SLOT_TIME   = :TRWCD.SLOT-TIME
                         AND  BOOKED_CNT <= :TRWCD.SLOT-CAPACITY
           END-EXEC.

           IF  SQLCODE  =  0
               MOVE  C-RC00            TO  W-COMM-RC
               MOVE  'SLOT CAPACITY CHANGED'  TO  W-COMM-MSG
               GO TO  S2100-DEFINE-SLOT-EXIT
           END-IF.

           IF  SQLCODE  NOT =  100
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCD UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(30:5)
               GO TO  S2100-DEFINE-SLOT-EXIT
           END-IF.

           MOVE  ZERO                  TO  BOOKED-CNT  OF TRWCD.
           MOVE  W-SYS-DT              TO  REGIST-DT   OF TRWCD.
           MOVE  W-COMM-OPID           TO  REGIST-OPID OF TRWCD.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCD
                             (TXOFF_CD,
                              SLOT_DT,
                              SLOT_TIME,
                              SLOT_CAPACITY,
                              BOOKED_CNT,
                              ACTIVE_FG,
                              REGIST_DT,
                              REGIST_OPID  )
                       VALUES
                             (:TRWCD.TXOFF-CD,
                              :TRWCD.SLOT-DT,
                              :TRWCD.SLOT-TIME,
                              :TRWCD.SLOT-CAPACITY,
                              :TRWCD.BOOKED-CNT,
                              :TRWCD.ACTIVE-FG,
                              :TRWCD.REGIST-DT,
                              :TRWCD.REGIST-OPID  )
           END-EXEC.

      * -803 MEANS THE SLOT EXISTS AND THE UPDATE ABOVE FOUND IT
      * ALREADY BOOKED BEYOND THE NEW CAPACITY.
           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'SLOT ADDED'          TO  W-COMM-MSG
               WHEN  -803
                     MOVE  C-RC01      TO  W-COMM-RC
                     MOVE  'CAPACITY BELOW SEATS ALREADY BOOKED'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCD INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2100-DEFINE-SLOT-EXIT.
           EXIT.
      *****************************************************************
      *S2200-FIND-FREE
      *      RETURN UP TO FIVE OPEN SLOTS AT THE RECEIPT'S OFFICE, ON
      *      OR AFTER THE REQUESTED DATE (TODAY IF NONE OR EARLIER).
      *****************************************************************
       S2200-FIND-FREE          SECTION.

           MOVE  W-COMM-SLOT-DT        TO  W-FROM-DT.
           IF  W-FROM-DT  =  SPACE  OR  LOW-VALUE
           OR  W-FROM-DT  <  W-SYS-DT
               MOVE  W-SYS-DT          TO  W-FROM-DT
           END-IF.

           MOVE  ZERO                  TO  W-FREE-IX
                                           W-COMM-FREE-CNT.
           MOVE  SPACE                 TO  W-COMM-FREE-SLOT (1)
                                           W-COMM-FREE-SLOT (2)
                                           W-COMM-FREE-SLOT (3)
                                           W-COMM-FREE-SLOT (4)
                                           W-COMM-FREE-SLOT (5).
           MOVE  LOW-VALUE             TO  S-FREE-END.

           EXEC  SQL  OPEN  CUR-FREE    END-EXEC.

           IF  SQLCODE  NOT =  0
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'TRWCD OPEN FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:27)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(28:5)
               GO TO  S2200-FIND-FREE-EXIT
           END-IF.

           PERFORM  S2210-FETCH-FREE
                    UNTIL  S-FREE-END-YES.

           EXEC  SQL  CLOSE  CUR-FREE   END-EXEC.

           IF  W-COMM-RC  =  SPACE
               IF  W-COMM-FREE-CNT  =  ZERO
                   MOVE  C-RC03        TO  W-COMM-RC
                   MOVE  'NO OPEN PICKUP SLOTS FROM THAT DATE'
                                        TO  W-COMM-MSG
               ELSE
                   MOVE  C-RC00        TO  W-COMM-RC
               END-IF
           END-IF.

       S2200-FIND-FREE-EXIT.
           EXIT.
      *****************************************************************
      *S2210-FETCH-FREE
      *****************************************************************
       S2210-FETCH-FREE         SECTION.

           EXEC  SQL
                 FETCH  CUR-FREE
                 INTO  :TRWCD.SLOT-DT
                 ,     :TRWCD.SLOT-TIME
                 ,     :TRWCD.SLOT-CAPACITY
           END-EXEC.

           EVALUATE  TRUE
               WHEN  SQLCODE  =  100
                     MOVE  HIGH-VALUE   TO  S-FREE-END

               WHEN  SQLCODE  NOT =  0
                     MOVE  HIGH-VALUE   TO  S-FREE-END
                     MOVE  SQLCODE      TO  W-SQLCODE
                     MOVE  C-RC02       TO  W-COMM-RC
                     MOVE  'TRWCD FETCH FAILED, SQLCODE='
                                         TO  W-COMM-MSG(1:28)
                     MOVE  W-SQLCODE    TO  W-COMM-MSG(29:5)

               WHEN  OTHER
                     ADD   1            TO  W-FREE-IX
                     MOVE  SLOT-DT   OF TRWCD
                       TO  W-COMM-FREE-DT   (W-FREE-IX)
                     MOVE  SLOT-TIME OF TRWCD
                       TO  W-COMM-FREE-TIME (W-FREE-IX)
                     MOVE  SLOT-CAPACITY OF TRWCD
                       TO  W-COMM-FREE-LEFT (W-FREE-IX)
                     MOVE  W-FREE-IX    TO  W-COMM-FREE-CNT
                     IF  W-FREE-IX  >=  C-FREE-MAX
                         MOVE  HIGH-VALUE  TO  S-FREE-END
                     END-IF
           END-EVALUATE.

       S2210-FETCH-FREE-EXIT.
           EXIT.
      *****************************************************************
      *S2300-BOOK-SLOT
      *      BOOK A SLOT FOR AN ISSUED, NOT YET COLLECTED
      *      CERTIFICATE.  AN EXISTING BOOKING IS RELEASED FIRST
      *      (REBOOKING).
      *****************************************************************
       S2300-BOOK-SLOT          SECTION.

           IF  TREAT-STAUS OF TRWAD  NOT =  '12'
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'CERTIFICATE NOT ISSUED - NOTHING TO COLLECT'
                                        TO  W-COMM-MSG
               GO TO  S2300-BOOK-SLOT-EXIT
           END-IF.

           IF  W-COMM-SLOT-DT    =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SLOT-TIME  =  SPACE  OR  LOW-VALUE
           OR  W-COMM-SLOT-DT    <  W-SYS-DT
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'SLOT DATE/TIME REQUIRED, NOT IN THE PAST'
                                        TO  W-COMM-MSG
               GO TO  S2300-BOOK-SLOT-EXIT
           END-IF.

           IF  W-COMM-CHANNEL  NOT =  'W'
               MOVE  'C'               TO  W-COMM-CHANNEL
           END-IF.

           EXEC  SQL  SELECT  COUNT(*)
                        INTO  :W-COLLECT-CNT
                        FROM  DRWA.TRWAW
                       WHERE  RCVE_NO_TXOFF  = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY     = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO  = :W-COMM-RCVE-NO-SEQNO
                         AND  CONFIRM_TP    IN ('S', 'P', 'E')
           END-EXEC.

           IF  SQLCODE  =  0  AND  W-COLLECT-CNT  >  ZERO
               MOVE  C-RC01            TO  W-COMM-RC
               MOVE  'CERTIFICATE ALREADY DELIVERED OR COLLECTED'
                                        TO  W-COMM-MSG
               GO TO  S2300-BOOK-SLOT-EXIT
           END-IF.

           PERFORM  S2600-RELEASE-OPEN-APPT.
           IF  W-COMM-RC  NOT =  SPACE
               GO TO  S2300-BOOK-SLOT-EXIT
           END-IF.

           EXEC  SQL  UPDATE  DRWB.TRWCD
                         SET  BOOKED_CNT  = BOOKED_CNT + 1
                       WHERE  TXOFF_CD    = :W-COMM-TXOFF-CD
                         AND  SLOT_DT     = :W-COMM-SLOT-DT
                         AND  SLOT_TIME   = :W-COMM-SLOT-TIME
                         AND  ACTIVE_FG   = 'Y'
                         AND  BOOKED_CNT  < SLOT_CAPACITY
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'SLOT FULL OR NOT OFFERED AT THIS OFFICE'
                                        TO  W-COMM-MSG
                     GO TO  S2300-BOOK-SLOT-EXIT
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCD UPDATE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2300-BOOK-SLOT-EXIT
           END-EVALUATE.

           MOVE  W-COMM-RCVE-NO-TXOFF  TO  RCVE-NO-TXOFF OF TRWCE.
           MOVE  W-COMM-RCVE-NO-YY     TO  RCVE-NO-YY    OF TRWCE.
           MOVE  W-COMM-RCVE-NO-SEQNO  TO  RCVE-NO-SEQNO OF TRWCE.

           EXEC  SQL  SELECT  COALESCE(MAX(APPT_SEQNO),0) + 1
                        INTO  :TRWCE.APPT-SEQNO
                        FROM  DRWB.TRWCE
                       WHERE  RCVE_NO_TXOFF = :TRWCE.RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :TRWCE.RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :TRWCE.RCVE-NO-SEQNO
           END-EXEC.

           MOVE  W-COMM-TXOFF-CD       TO  TXOFF-CD      OF TRWCE.
           MOVE  W-COMM-SLOT-DT        TO  SLOT-DT       OF TRWCE.
           MOVE  W-COMM-SLOT-TIME      TO  SLOT-TIME     OF TRWCE.
           MOVE  'B'                   TO  APPT-STAUS    OF TRWCE.
           MOVE  W-COMM-CHANNEL        TO  BOOK-CHANNEL  OF TRWCE.
           MOVE  W-SYS-DT              TO  BOOK-DT       OF TRWCE.
           MOVE  W-COMM-OPID           TO  BOOK-OPID     OF TRWCE.
           MOVE  SPACE                 TO  CLOSE-DT      OF TRWCE.
           MOVE  ZERO                  TO  CONFIRM-SEQNO OF TRWCE.

           EXEC  SQL  INSERT  INTO  DRWB.TRWCE
                             (RCVE_NO_TXOFF,
                              RCVE_NO_YY,
                              RCVE_NO_SEQNO,
                              APPT_SEQNO,
                              TXOFF_CD,
                              SLOT_DT,
                              SLOT_TIME,
                              APPT_STAUS,
                              BOOK_CHANNEL,
                              BOOK_DT,
                              BOOK_OPID,
                              CLOSE_DT,
                              CONFIRM_SEQNO  )
                       VALUES
                             (:TRWCE.RCVE-NO-TXOFF,
                              :TRWCE.RCVE-NO-YY,
                              :TRWCE.RCVE-NO-SEQNO,
                              :TRWCE.APPT-SEQNO,
                              :TRWCE.TXOFF-CD,
                              :TRWCE.SLOT-DT,
                              :TRWCE.SLOT-TIME,
                              :TRWCE.APPT-STAUS,
                              :TRWCE.BOOK-CHANNEL,
                              :TRWCE.BOOK-DT,
                              :TRWCE.BOOK-OPID,
                              :TRWCE.CLOSE-DT,
                              :TRWCE.CONFIRM-SEQNO  )
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  'B'         TO  W-COMM-APPT-STAUS
                     MOVE  'PICKUP APPOINTMENT BOOKED'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  'Y'         TO  S-ROLLBACK
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCE INSERT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2300-BOOK-SLOT-EXIT.
           EXIT.
      *****************************************************************
      *S2400-CANCEL-APPT
      *****************************************************************
       S2400-CANCEL-APPT        SECTION.

           PERFORM  S2600-RELEASE-OPEN-APPT.

           IF  W-COMM-RC  =  SPACE
               IF  SLOT-DT OF TRWCE  =  SPACE
                   MOVE  C-RC03        TO  W-COMM-RC
                   MOVE  'NO OPEN APPOINTMENT FOR THIS RECEIPT'
                                        TO  W-COMM-MSG
               ELSE
                   MOVE  C-RC00        TO  W-COMM-RC
                   MOVE  'X'           TO  W-COMM-APPT-STAUS
                   MOVE  'PICKUP APPOINTMENT CANCELLED'
                                        TO  W-COMM-MSG
               END-IF
           END-IF.

       S2400-CANCEL-APPT-EXIT.
           EXIT.
      *****************************************************************
      *S2500-INQUIRE-APPT
      *      THE RECEIPT'S LATEST APPOINTMENT, WHATEVER ITS STATUS.
      *****************************************************************
       S2500-INQUIRE-APPT       SECTION.

           EXEC  SQL  SELECT  A.SLOT_DT, A.SLOT_TIME, A.APPT_STAUS,
                              A.BOOK_CHANNEL
                        INTO  :TRWCE.SLOT-DT,
                              :TRWCE.SLOT-TIME,
                              :TRWCE.APPT-STAUS,
                              :TRWCE.BOOK-CHANNEL
                        FROM  DRWB.TRWCE  A
                       WHERE  A.RCVE_NO_TXOFF  = :W-COMM-RCVE-NO-TXOFF
                         AND  A.RCVE_NO_YY     = :W-COMM-RCVE-NO-YY
                         AND  A.RCVE_NO_SEQNO  = :W-COMM-RCVE-NO-SEQNO
                         AND  A.APPT_SEQNO     =
                              (SELECT MAX(B.APPT_SEQNO)
                                 FROM DRWB.TRWCE  B
                                WHERE B.RCVE_NO_TXOFF = A.RCVE_NO_TXOFF
                                  AND B.RCVE_NO_YY    = A.RCVE_NO_YY
                                  AND B.RCVE_NO_SEQNO = A.RCVE_NO_SEQNO)
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     MOVE  C-RC00      TO  W-COMM-RC
                     MOVE  SLOT-DT      OF TRWCE  TO  W-COMM-SLOT-DT
                     MOVE  SLOT-TIME    OF TRWCE  TO  W-COMM-SLOT-TIME
                     MOVE  APPT-STAUS   OF TRWCE  TO  W-COMM-APPT-STAUS
                     MOVE  BOOK-CHANNEL OF TRWCE  TO  W-COMM-CHANNEL
               WHEN  100
                     MOVE  C-RC03      TO  W-COMM-RC
                     MOVE  'NO APPOINTMENT FOR THIS RECEIPT'
                                        TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCE SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
           END-EVALUATE.

       S2500-INQUIRE-APPT-EXIT.
           EXIT.
      *****************************************************************
      *S2600-RELEASE-OPEN-APPT
      *      CANCEL THE RECEIPT'S OPEN ('B') APPOINTMENT, IF ANY, AND
      *      GIVE ITS SEAT BACK TO THE SLOT.  SLOT-DT OF TRWCE IS LEFT
      *      SPACES WHEN THERE WAS NOTHING TO RELEASE.
      *****************************************************************
       S2600-RELEASE-OPEN-APPT  SECTION.

           MOVE  SPACE                 TO  SLOT-DT OF TRWCE.

           EXEC  SQL  SELECT  APPT_SEQNO, TXOFF_CD, SLOT_DT, SLOT_TIME
                        INTO  :TRWCE.APPT-SEQNO,
                              :TRWCE.TXOFF-CD,
                              :TRWCE.SLOT-DT,
                              :TRWCE.SLOT-TIME
                        FROM  DRWB.TRWCE
                       WHERE  RCVE_NO_TXOFF  = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY     = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO  = :W-COMM-RCVE-NO-SEQNO
                         AND  APPT_STAUS     = 'B'
           END-EXEC.

           EVALUATE  SQLCODE
               WHEN  0
                     CONTINUE
               WHEN  100
                     MOVE  SPACE       TO  SLOT-DT OF TRWCE
                     GO TO  S2600-RELEASE-OPEN-APPT-EXIT
               WHEN  OTHER
                     MOVE  SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02      TO  W-COMM-RC
                     MOVE  'TRWCE SELECT FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:29)
                     MOVE  W-SQLCODE   TO  W-COMM-MSG(30:5)
                     GO TO  S2600-RELEASE-OPEN-APPT-EXIT
           END-EVALUATE.

           EXEC  SQL  UPDATE  DRWB.TRWCE
                         SET  APPT_STAUS    = 'X',
                              CLOSE_DT      = :W-SYS-DT
                       WHERE  RCVE_NO_TXOFF = :W-COMM-RCVE-NO-TXOFF
                         AND  RCVE_NO_YY    = :W-COMM-RCVE-NO-YY
                         AND  RCVE_NO_SEQNO = :W-COMM-RCVE-NO-SEQNO
                         AND  APPT_SEQNO    = :TRWCE.APPT-SEQNO
           END-EXEC.

           IF  SQLCODE  =  0
               EXEC  SQL  UPDATE  DRWB.TRWCD
                             SET  BOOKED_CNT = BOOKED_CNT - 1
                           WHERE  TXOFF_CD   = :TRWCE.TXOFF-CD
                             AND  SLOT_DT    = :TRWCE.SLOT-DT
                             AND  SLOT_TIME  = :TRWCE.SLOT-TIME
                             AND  BOOKED_CNT > 0
               END-EXEC
           END-IF.

           IF  SQLCODE  NOT =  0  AND  SQLCODE  NOT =  100
               MOVE  'Y'               TO  S-ROLLBACK
               MOVE  SQLCODE           TO  W-SQLCODE
               MOVE  C-RC02            TO  W-COMM-RC
               MOVE  'APPOINTMENT RELEASE FAILED, SQLCODE='
                                        TO  W-COMM-MSG(1:36)
               MOVE  W-SQLCODE         TO  W-COMM-MSG(37:5)
           END-IF.

       S2600-RELEASE-OPEN-APPT-EXIT.
           EXIT.
      *****************************************************************
      *S8200-GET-SYSTEM-DATE
      *****************************************************************
       S8200-GET-SYSTEM-DATE    SECTION.

           EXEC  CICS  ASKTIME
                       ABSTIME (W-ABSTIME)
           END-EXEC.

           EXEC  CICS  FORMATTIME
                       ABSTIME (W-ABSTIME)
                       YYYYMMDD(W-DB2DATE)
                       DATESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           IF  S-ROLLBACK-YES
               EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
           END-IF.

           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LAP97                             *
      *                                                                *
      ******************************************************************
