      *****************************************************************
      *                                                               *
      *         I D E N T I F I C A T I O N   D I V I S I O N         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION        DIVISION.

       PROGRAM-ID.           LAP99.
       AUTHOR.               S.K.CHOI.
       INSTALLATION.         GTONE.
       DATE-WRITTEN.         2026.10.15.
       DATE-COMPILED.

      ******************************************************************
      *                                                                *
      *                    L  A  P  9  9                               *
      *                                                                *
      *  PROGRAM TYPE   -  ONLINE COBOL                                *
      *                                                                *
      *  FUNCTION       -  AS-OF-DATE REGISTRATION INQUIRY.  GIVEN A   *
      *                     BUSINESS ID AND A PAST DATE, SHOWS THE     *
      *                     REGISTRATION AS IT STOOD ON THAT DATE --   *
      *                     OWNER, TRADE NAME, ADDRESS, BUSINESS       *
      *                     TYPE, OFFICE, SUSPENDED OR NOT, OPEN OR    *
      *                     CLOSED -- EACH ITEM WITH THE AMENDMENT,    *
      *                     SUCCESSION, TRANSFER, SUSPENSION OR        *
      *                     HISTORY EVENT THAT LAST SET IT, SO A       *
      *                     COURT OR DISPUTE REQUEST NO LONGER MEANS   *
      *                     READING TTBAI/TTBAS/TTBAW/TTBAT/TTAAC BY   *
      *                     HAND.  THE REBUILD ITSELF IS LCBSASOF,     *
      *                     SHARED WITH THE LAPBF PRINTED REPORT.      *
      *                                                                *
      *  TRANSACTION    -  LA99                                        *
      *  IDENTIFIER                                                    *
      *  JSP       FILE -  LAP99.JSP                                   *
      *                                                                *
      *  INPUT PARMS    -  COMMUNICATION AREA  -  1200 BYTE            *
      *  OUTPUT PARMS   -  COMMUNICATION AREA  -  1200 BYTE            *
      *                                                                *
      *  TABLES                                                  CRUD  *
      *  ============================================================  *
      *  DTBA.TTBAA/TTBAB/TTBAC (  REGISTRATION SET )  VIA LCBSASOF R  *
      *  DTBA.TTBAI/TTBAS/TTBAW/TTBAT ( HISTORY )      VIA LCBSASOF R  *
      *  DTAA.TTAAC (  REGISTRATION HISTORY )          VIA LCBSASOF R  *
      *  DRWA.TRWAD/DRWH.TRWAD ( AMENDMENT RECEIPT )   VIA LCBSASOF R  *
      *                                                                *
      *  EXITS          -  NORMAL   - RETURN TO CICS                   *
      *                 -  ABNORMAL - NONE                             *
      *                                                                *
      *  SPECIAL LOGIC  -  A BLANK AS-OF DATE MEANS TODAY; A FUTURE    *
      *                     DATE IS REFUSED.  A CITED AMENDMENT        *
      *                     RECEIPT ALREADY ARCHIVED BY LAPB9 IS       *
      *                     FLAGGED IN ITS NOTE AND COUNTED IN THE     *
      *                     MESSAGE, SO THE CLERK KNOWS TO RECALL IT   *
      *                     THROUGH LAP19 FOR THE FULL DOSSIER.        *
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
           VALUE 'LAP99 - WORKING STORAGE BEGINS HERE'.

      ******************************************************************
      *                       C O N S T A N T S                        *
      ******************************************************************
       01  CONSTANTS.
           05  C-PGM-LAP99             PIC  X(05)  VALUE 'LAP99'.
           05  C-PGM-LCBSASOF          PIC  X(08)  VALUE 'LCBSASOF'.
           05  C-RC00                  PIC  X(04)  VALUE 'RC00'.
           05  C-RC01                  PIC  X(04)  VALUE 'RC01'.
           05  C-RC02                  PIC  X(04)  VALUE 'RC02'.
           05  C-RC03                  PIC  X(04)  VALUE 'RC03'.

      ******************************************************************
      *                     W O R K   A R E A S                        *
      ******************************************************************
       01  WORKAREAS.
           05  W-SQLCODE               PIC  -(04).
           05  W-SYS-DT                PIC  X(08)  VALUE SPACE.
           05  W-SYS-TIME              PIC  X(06)  VALUE SPACE.
           05  W-ARCH-CNT              PIC  ZZ9.

       01  W-COMM-AREA.
           05  W-COMM-OPID             PIC  X(08).
      *    THE LCBYASOF USERAREA AS LCBSASOF TAKES AND RETURNS IT --
      *    BUSNID AND AS-OF DATE IN, REGISTRATION KEY AND THE SEVEN
      *    ANNOTATED ITEMS OUT.
           05  W-COMM-ASOF-AREA        PIC  X(960).
           05  W-COMM-RC               PIC  X(04).
           05  W-COMM-MSG              PIC  X(78).
           05  FILLER                  PIC  X(150).

      ******************************************************************
      *            C O M M O N   D A T E / T I M E   A R E A           *
      ******************************************************************
           COPY                        SSYBC.

      *****************************************************************
      *    PARAMETER AREA OF THE LCBSASOF AS-OF-DATE REBUILD SERVICE. *
      *****************************************************************
       01  LCBSASOF-USERAREA.
           COPY  LCBYASOF.

       01  WS-END                      PIC X(40)
           VALUE 'LAP99 - WORKING STORAGE ENDS HERE'.

      ******************************************************************
      *                 L I N K A G E   S E C T I O N                  *
      ******************************************************************
       LINKAGE                         SECTION.
       01  DFHCOMMAREA.
           05  L-COMM-AREA             PIC  X(1200).

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
           MOVE  W-COMM-ASOF-AREA      TO  LCBSASOF-USERAREA.
           MOVE  SPACE                 TO  W-COMM-RC
                                            W-COMM-MSG.
           PERFORM  S8200-GET-SYSTEM-DATE.

       S1000-INIT-EXIT.
           EXIT.
      *****************************************************************
      *S2000-MAIN
      *****************************************************************
       S2000-MAIN               SECTION.

           IF  ASOF-BUSNID  =  SPACE  OR  LOW-VALUE
               MOVE  C-RC01                TO  W-COMM-RC
               MOVE  'BUSINESS ID REQUIRED'
                                            TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  ASOF-DT  =  SPACE  OR  LOW-VALUE
               MOVE  W-SYS-DT              TO  ASOF-DT
           END-IF.

           IF  ASOF-DT  NOT NUMERIC
               MOVE  C-RC01                TO  W-COMM-RC
               MOVE  'AS-OF DATE MUST BE YYYYMMDD'
                                            TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           IF  ASOF-DT  >  W-SYS-DT
               MOVE  C-RC01                TO  W-COMM-RC
               MOVE  'AS-OF DATE IS IN THE FUTURE'
                                            TO  W-COMM-MSG
               GO TO  S2000-MAIN-EXIT
           END-IF.

           CALL  C-PGM-LCBSASOF  USING  LCBSASOF-USERAREA.

           EVALUATE  TRUE
               WHEN  ASOF-RTN-NORMAL
                     MOVE  C-RC00           TO  W-COMM-RC
                     PERFORM  S2100-NORMAL-MSG
               WHEN  ASOF-RTN-NOT-FOUND
                     MOVE  C-RC03           TO  W-COMM-RC
                     MOVE  'BUSINESS NOT REGISTERED ON THAT DATE'
                                             TO  W-COMM-MSG
               WHEN  ASOF-RTN-BAD-INPUT
                     MOVE  C-RC01           TO  W-COMM-RC
                     MOVE  'BUSINESS ID AND AS-OF DATE REQUIRED'
                                             TO  W-COMM-MSG
               WHEN  OTHER
                     MOVE  ASOF-SQLCODE     TO  W-SQLCODE
                     MOVE  C-RC02           TO  W-COMM-RC
                     STRING  ASOF-ERR-TABLE
                             ' SELECT FAILED, SQLCODE='
                             W-SQLCODE
                             DELIMITED BY SIZE  INTO  W-COMM-MSG
                     END-STRING
           END-EVALUATE.

       S2000-MAIN-EXIT.
           EXIT.
      *****************************************************************
      *S2100-NORMAL-MSG
      *      AN ARCHIVED AMENDMENT RECEIPT AMONG THE CITATIONS IS
      *      CALLED OUT -- ITS DOSSIER NEEDS A LAP19 RECALL.
      *****************************************************************
       S2100-NORMAL-MSG         SECTION.

           IF  ASOF-ARCH-CNT  =  ZERO
               STRING  'REGISTRATION AS OF '
                       ASOF-DT
                       DELIMITED BY SIZE  INTO  W-COMM-MSG
               END-STRING
           ELSE
               MOVE  ASOF-ARCH-CNT         TO  W-ARCH-CNT
               STRING  'REGISTRATION AS OF '
                       ASOF-DT
                       ' - '
                       W-ARCH-CNT
                       ' CITED RECEIPT(S) ARCHIVED'
                       DELIMITED BY SIZE  INTO  W-COMM-MSG
               END-STRING
           END-IF.

       S2100-NORMAL-MSG-EXIT.
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
                       TIME    (W-TIME)
                       DATESEP
                       TIMESEP
           END-EXEC.

           MOVE  W-DB2DATE(1:4)        TO  W-SYS-DT(1:4).
           MOVE  W-DB2DATE(6:2)        TO  W-SYS-DT(5:2).
           MOVE  W-DB2DATE(9:2)        TO  W-SYS-DT(7:2).
           MOVE  W-TIME(1:2)           TO  W-SYS-TIME (1:2).
           MOVE  W-TIME(4:2)           TO  W-SYS-TIME (3:2).
           MOVE  W-TIME(7:2)           TO  W-SYS-TIME (5:2).

       S8200-GET-SYSTEM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *S9000-FINAL
      *****************************************************************
       S9000-FINAL              SECTION.

           MOVE  LCBSASOF-USERAREA     TO  W-COMM-ASOF-AREA.
           MOVE  W-COMM-AREA           TO  L-COMM-AREA.

           EXEC CICS RETURN END-EXEC.

       S9000-FINAL-EXIT.
           EXIT.
      ******************************************************************
      *                                                                *
      *              F I N A L   P R O G R A M   C O D I N G           *
      *                                                                *
      *              PROGRAM  ID  :  LAP99                             *
      *                                                                *
      ******************************************************************
