      *  DTJB.TTJBA (  {7  Úç       TABLE )                     R    *
      *  DTJB.TTJBC (  m?mÖ¤~h?     TABLE )                     R    *
      *  DTJB.TTJBD (  [?sai?sa?v   TABLE )                     R    *
261015*  DRWB.TRWCJ (  DORMANCY CASE TABLE )                  RU       *
261015*  DRWB.TRWCK (  PERMIT REGISTER     )                  R        *
261015*  DRWB.TRWCP (  COMPLAINT REGISTER  )                  R        *
      *                                                                *
      *  OUTPUT FILES   -  NONE                                        *
      *                                                                *
260822*                           DRWB.TRWBU AGAINST THE CASE
260822*                           CONTEXT, STEP 31 COMPLETES IT
260822*                           (S9450/S9460)
261015*  2026/10/15  MAINT          DORMANCY NOTICE - STEP 10 SHOWS AN
261015*                           OPEN LAPBD NOTICE OF INTENDED
261015*                           CLOSURE (S1196); STEP 32 RECORDS THE
261015*                           TAXPAYER'S REPLY ON DRWB.TRWCJ,
261015*                           WHICH STOPS THE CLOSURE (S9470)
261015*  2026/10/15  MAINT          LICENCE WARNING - STEP 10 FLAGS A
261015*                           DRWB.TRWCK PERMIT THAT HAS LAPSED
261015*                           OR WAS SUSPENDED/REVOKED WITH NO
261015*                           VALID PERMIT OF THE SAME TYPE (S1197)
261015*  2026/10/15  MAINT          COMPLAINTS - STEP 10 SHOWS HOW MANY
261015*                           DRWB.TRWCP COMPLAINTS ARE STILL OPEN
261015*                           AND WHETHER ANY IS PAST ITS RESPONSE
261015*                           DUE DATE (S1198); LE34 OPENS ONE
261015*                           UNDER THE SAVED CASE CONTEXT
      ******************************************************************

      *****************************************************************
260902         10  L-SAUTH-RC           PIC  X(02).
260822     05  W-CO-RATE-EDIT          PIC  ZZ9.99.
260822     05  W-BRANCH-CNT            PIC  S9(09) COMP VALUE +0.
261015     05  W-CMPL-CNT              PIC  S9(09) COMP VALUE +0.


      *****************************************************************
      *    USER  AREA - SESSION LANGUAGE
      ***********************************
260903         10  W-CM-LANG-CD              PIC X(01).
      ***********************************
      *    USER  AREA - DORMANCY NOTICE
      ***********************************
261015         10  W-CM-DORMANT.
261015             15  W-CM-DM-STAUS         PIC X(01).
261015             15  W-CM-DM-NOTICE-DT     PIC X(08).
261015             15  W-CM-DM-DUE-DT        PIC X(08).
261015             15  W-CM-DM-REPLY-NOTE    PIC X(40).
      ***********************************
      *    USER  AREA - LICENCE WARNING
      ***********************************
261015         10  W-CM-PERMIT.
261015             15  W-CM-PM-WARN-FG       PIC X(01).
261015             15  W-CM-PM-STAUS         PIC X(01).
261015             15  W-CM-PM-TP            PIC X(03).
261015             15  W-CM-PM-NO            PIC X(30).
261015             15  W-CM-PM-EXPIRY-DT     PIC X(08).
      ***********************************
      *    USER  AREA - OPEN COMPLAINTS
      ***********************************
261015         10  W-CM-COMPLAINT.
261015             15  W-CM-CP-OPEN-CNT      PIC 9(02).
261015             15  W-CM-CP-OVERDUE-FG    PIC X(01).
      *****************************************************************
      *                                                               *
      *                  D B 2   W O R K   A R E A                    *
260822     EXEC SQL  INCLUDE RWOBU
           END-EXEC.

      *                                ********************************
      *                                *    DCL FOR DRWB.TRWCJ        *
      *                                ********************************

261015     EXEC SQL  INCLUDE RWOCJ
261015     END-EXEC.

      *                                ********************************
      *                                *    DCL FOR DRWB.TRWCK        *
      *                                ********************************

261015     EXEC SQL  INCLUDE RWOCK
261015     END-EXEC.

261015*                                ********************************
261015*                                *    DCL FOR DRWB.TRWCP        *
261015*                                ********************************

261015     EXEC SQL  INCLUDE RWOCP
261015     END-EXEC.

      *                                ********************************
      *                                *    DCL FOR DTBA.TTBAA        *
      *                                ********************************
260822         WHEN  31
260822               PERFORM  S9460-CALLBACK-COMPLETE

      * REPLY TO A DORMANCY NOTICE OF INTENDED CLOSURE
261015         WHEN  32
261015               PERFORM  S9470-DORMANCY-REPLY

               WHEN  OTHER
                     MOVE  'RC01'            TO  W-COMM-RC
                     MOVE  'STEP-ERROR '     TO  W-COMM-MSG
260822     PERFORM    S1160-LIST-COOWNERS.
260902     PERFORM    S1180-LIST-SUCCESSION.
260902     PERFORM    S1195-CHECK-SUSPENSION.
261015     PERFORM    S1196-CHECK-DORMANCY.
261015     PERFORM    S1197-CHECK-PERMIT.
261015     PERFORM    S1198-CHECK-COMPLAINT.
260902* WHAT THE OPERATOR IS ALLOWED TO SEE, NOT WHAT THE TABLES
260902* HOLD - LOW-PRIVILEGE ROLES GET MASKED IDS AND ADDRESS
260902* DETAIL, AND AN UNMASK IS ITSELF AN AUDITED EVENT.
260822 S9460-CALLBACK-COMPLETE-EXIT.
260822     EXIT.
260822     EJECT
261015*****************************************************************
261015*                                                               *
261015*           S9470-DORMANCY-REPLY                                *
261015*   THE TAXPAYER ANSWERED A NOTICE OF INTENDED CLOSURE - THE    *
261015*   OPEN TRWCJ CASE GOES TO 'R' AND LAPBD WILL NOT CLOSE THE    *
261015*   REGISTRATION.                                               *
261015*                                                               *
261015*****************************************************************
261015 S9470-DORMANCY-REPLY              SECTION.

261015     IF  W-CM-BUSNID          =  SPACE  OR
261015         W-CM-OPID            =  SPACE  OR
261015         W-CM-DM-REPLY-NOTE   =  SPACE
261015         MOVE  'RC01'            TO  W-COMM-RC
261015         MOVE  'BUSINESS, OPERATOR AND REPLY NOTE REQUIRED'
261015                                 TO  W-COMM-MSG
261015         PERFORM                  FINALIZATION
261015     END-IF.

261015     MOVE  W-CM-BUSNID           TO  BUSNID     OF TRWCJ.
261015     MOVE  W-CM-OPID             TO  REPLY-OPID OF TRWCJ.
261015     MOVE  W-CM-DM-REPLY-NOTE    TO  REPLY-NOTE OF TRWCJ.
261015     MOVE  W-SYSTEM-YY           TO  REPLY-DT OF TRWCJ (1:4).
261015     MOVE  W-SYSTEM-MM           TO  REPLY-DT OF TRWCJ (5:2).
261015     MOVE  W-SYSTEM-DD           TO  REPLY-DT OF TRWCJ (7:2).

261015     EXEC  SQL  UPDATE  DRWB.TRWCJ
261015                   SET  CASE_STAUS  = 'R',
261015                        REPLY_DT    = :TRWCJ.REPLY-DT,
261015                        REPLY_OPID  = :TRWCJ.REPLY-OPID,
261015                        REPLY_NOTE  = :TRWCJ.REPLY-NOTE,
261015                        STAUS_DT    = :TRWCJ.REPLY-DT
261015                 WHERE  BUSNID      = :TRWCJ.BUSNID
261015                   AND  CASE_STAUS  = 'N'
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  C-SQL-NORMAL
261015               MOVE  'R'         TO  W-CM-DM-STAUS
261015               MOVE  'RC00'      TO  W-COMM-RC
261015               MOVE  'DORMANCY REPLY RECORDED - CLOSURE STOPPED'
261015                                 TO  W-COMM-MSG
261015         WHEN  C-SQL-NOTFND
261015               MOVE  'RC03'      TO  W-COMM-RC
261015               MOVE  'NO OPEN DORMANCY NOTICE FOR THIS BUSINESS'
261015                                 TO  W-COMM-MSG
261015         WHEN  OTHER
261015               MOVE  'RC02'      TO  W-COMM-RC
261015               MOVE  'DORMANCY REPLY UPDATE FAILED'
261015                                 TO  W-COMM-MSG
261015               PERFORM            FINALIZATION
261015     END-EVALUATE.

261015 S9470-DORMANCY-REPLY-EXIT.
261015     EXIT.
261015     EJECT
260822*****************************************************************
260822*                                                               *
260822*           S9400-LOG-INQ-AUDIT                                 *
260902 S1195-CHECK-SUSPENSION-EXIT.
260902     EXIT.
260902     EJECT
261015*****************************************************************
261015*                                                               *
261015*           S1196-CHECK-DORMANCY                                *
261015*   SHOW AN OPEN LAPBD NOTICE OF INTENDED CLOSURE ON THE        *
261015*   INQUIRY HEADER, SO THE OPERATOR TAKING THE CALL CAN RECORD  *
261015*   THE TAXPAYER'S REPLY (STEP 32) BEFORE THE DUE DATE.         *
261015*                                                               *
261015*****************************************************************
261015 S1196-CHECK-DORMANCY              SECTION.

261015     MOVE  SPACE                 TO  W-CM-DM-STAUS
261015                                     W-CM-DM-NOTICE-DT
261015                                     W-CM-DM-DUE-DT.

261015     EXEC  SQL
261015           SELECT  CASE_STAUS
261015           ,       NOTICE_DT
261015           ,       RESPONSE_DUE_DT
261015           INTO   :TRWCJ.CASE-STAUS
261015           ,      :TRWCJ.NOTICE-DT
261015           ,      :TRWCJ.RESPONSE-DUE-DT
261015           FROM    DRWB.TRWCJ
261015           WHERE   BUSNID      =  :W-CM-BUSNID
261015           AND     CASE_STAUS  =  'N'
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         MOVE  CASE-STAUS OF TRWCJ
261015                                 TO  W-CM-DM-STAUS
261015         MOVE  NOTICE-DT OF TRWCJ
261015                                 TO  W-CM-DM-NOTICE-DT
261015         MOVE  RESPONSE-DUE-DT OF TRWCJ
261015                                 TO  W-CM-DM-DUE-DT
261015     END-IF.

261015 S1196-CHECK-DORMANCY-EXIT.
261015     EXIT.
261015     EJECT
261015*****************************************************************
261015*                                                               *
261015*           S1197-CHECK-PERMIT                                  *
261015*   WARN ON THE INQUIRY HEADER WHEN A LICENCE OR PERMIT ON THE  *
261015*   DRWB.TRWCK REGISTER HAS EXPIRED (FLAGGED OR NOT YET SWEPT   *
261015*   BY LAPBE) OR WAS SUSPENDED OR REVOKED, AND NO OTHER VALID   *
261015*   PERMIT OF THE SAME TYPE REPLACES IT.                        *
261015*                                                               *
261015*****************************************************************
261015 S1197-CHECK-PERMIT                SECTION.

261015     MOVE  'N'                   TO  W-CM-PM-WARN-FG.
261015     MOVE  SPACE                 TO  W-CM-PM-STAUS
261015                                     W-CM-PM-TP
261015                                     W-CM-PM-NO
261015                                     W-CM-PM-EXPIRY-DT.

261015     MOVE  W-DB2DATE (1:4)       TO  W-TODAY-DT8 (1:4).
261015     MOVE  W-DB2DATE (6:2)       TO  W-TODAY-DT8 (5:2).
261015     MOVE  W-DB2DATE (9:2)       TO  W-TODAY-DT8 (7:2).

261015     EXEC  SQL
261015           SELECT  CASE WHEN P.PERMIT_STAUS = 'A'
261015                        THEN 'E'
261015                        ELSE P.PERMIT_STAUS
261015                   END
261015           ,       P.PERMIT_TP
261015           ,       P.PERMIT_NO
261015           ,       P.EXPIRY_DT
261015           INTO   :TRWCK.PERMIT-STAUS
261015           ,      :TRWCK.PERMIT-TP
261015           ,      :TRWCK.PERMIT-NO
261015           ,      :TRWCK.EXPIRY-DT
261015           FROM    DRWB.TRWCK  P
261015           WHERE   P.BUSNID        =  :W-CM-BUSNID
261015           AND   ( P.PERMIT_STAUS IN ('E', 'S', 'R')
261015              OR ( P.PERMIT_STAUS  =  'A'
261015               AND P.EXPIRY_DT     >  ' '
261015               AND P.EXPIRY_DT     <  :W-TODAY-DT8 ) )
261015           AND     NOT EXISTS
261015                 ( SELECT  1
261015                   FROM    DRWB.TRWCK  V
261015                   WHERE   V.BUSNID        =  P.BUSNID
261015                   AND     V.PERMIT_TP     =  P.PERMIT_TP
261015                   AND     V.PERMIT_STAUS  =  'A'
261015                   AND   ( V.EXPIRY_DT     =  ' '
261015                      OR   V.EXPIRY_DT    >=  :W-TODAY-DT8 ) )
261015           ORDER BY P.STAUS_DT DESC
261015           FETCH FIRST 1 ROW ONLY
261015     END-EXEC.

261015     IF  SQLCODE  =  C-SQL-NORMAL
261015         MOVE  'Y'               TO  W-CM-PM-WARN-FG
261015         MOVE  PERMIT-STAUS OF TRWCK
261015                                 TO  W-CM-PM-STAUS
261015         MOVE  PERMIT-TP OF TRWCK
261015                                 TO  W-CM-PM-TP
261015         MOVE  PERMIT-NO OF TRWCK
261015                                 TO  W-CM-PM-NO
261015         MOVE  EXPIRY-DT OF TRWCK
261015                                 TO  W-CM-PM-EXPIRY-DT
261015     END-IF.

261015 S1197-CHECK-PERMIT-EXIT.
261015     EXIT.
261015     EJECT
261015*****************************************************************
261015*                                                               *
261015*           S1198-CHECK-COMPLAINT                               *
261015*   COUNT THE DRWB.TRWCP COMPLAINTS NOT YET CLOSED AND FLAG     *
261015*   ONE PAST ITS RESPONSE DUE DATE, SO THE OPERATOR KNOWS THE   *
261015*   CALLER IS ALREADY WAITING ON AN ANSWER.                     *
261015*                                                               *
261015*****************************************************************
261015 S1198-CHECK-COMPLAINT             SECTION.

261015     MOVE  ZERO                  TO  W-CM-CP-OPEN-CNT.
261015     MOVE  'N'                   TO  W-CM-CP-OVERDUE-FG.

261015     MOVE  W-DB2DATE (1:4)       TO  W-TODAY-DT8 (1:4).
261015     MOVE  W-DB2DATE (6:2)       TO  W-TODAY-DT8 (5:2).
261015     MOVE  W-DB2DATE (9:2)       TO  W-TODAY-DT8 (7:2).

261015     EXEC  SQL
261015           SELECT  COUNT(*)
261015           ,       COALESCE(MIN(DUE_DT), ' ')
261015           INTO   :W-CMPL-CNT
261015           ,      :TRWCP.DUE-DT
261015           FROM    DRWB.TRWCP
261015           WHERE   BUSNID      =  :W-CM-BUSNID
261015           AND     CMPL_STAUS IN ('O', 'E')
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  C-SQL-NORMAL
261015         GO TO  S1198-CHECK-COMPLAINT-EXIT
261015     END-IF.

261015     IF  W-CMPL-CNT  >  99
261015         MOVE  99                TO  W-CM-CP-OPEN-CNT
261015     ELSE
261015         MOVE  W-CMPL-CNT
261015                                 TO  W-CM-CP-OPEN-CNT
261015     END-IF.

261015     IF  W-CM-CP-OPEN-CNT  >  ZERO
261015     AND DUE-DT OF TRWCP   <  W-TODAY-DT8
261015         MOVE  'Y'               TO  W-CM-CP-OVERDUE-FG
261015     END-IF.

261015 S1198-CHECK-COMPLAINT-EXIT.
261015     EXIT.
261015     EJECT
260902*****************************************************************
260902*                                                               *
260902*           S9500-APPLY-MASKING                                 *
