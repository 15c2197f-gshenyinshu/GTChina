      *                                                              *
      *  TABLE                                           CRUD        *
      *  ==========================================================  *
      *  LCBD2P42.TP420 : mzE~p/  vi/{7a        CRU        *
261015*  LCBD2P42.TP421 : POSTING AUDIT LOG               C          *
      *  LCBD2P43.TP430 : mzE~p/  ~ss                R          *
      *  LCBD2P44.TP440 : mzE~p/  Vma            R          *
      *  LCED2OG0.TOG00 : iI~/v                    R          *
      *  2004/08/10              uJ~~    3jE~p/a  v,  *
      *                                    u  ~  A~/iA  *
      *                                    iEiEia  JBv&    *
261015*  2026/10/15   S.K.CHOI   POSTING REVERSAL (60) - MIRROR      *
261015*                          ENTRY, OPTIONAL CORRECTION,         *
261015*                          ORIGINAL MARKED REVERSED            *
      ****************************************************************

      ****************************************************************
260903     05  W-APPV2-K-ID             PIC  X(08)   VALUE  SPACE.
260903     05  W-APPV3-K-ID             PIC  X(08)   VALUE  SPACE.
260903     05  W-SCHD-F                 PIC  X(01)   VALUE  SPACE.
261015*    REVERSAL / CORRECTION CONTEXT OF THE TP420 ROW IN HAND -
261015*    ENTRY-TP ' ' ORDINARY, 'R' REVERSAL MIRROR, 'C' CORRECTION;
261015*    ORG-* IS THE POSTING KEY A MIRROR OR CORRECTION UNDOES.
261015     05  W-ENTRY-TP               PIC  X(01)   VALUE  SPACE.
261015     05  W-REVS-F                 PIC  X(01)   VALUE  SPACE.
261015     05  W-ORG-REQ-D              PIC  X(08)   VALUE  SPACE.
261015     05  W-ORG-TBL-ID             PIC  X(08)   VALUE  SPACE.
261015     05  W-ORG-SEQ-N              PIC  X(03)   VALUE  SPACE.
261015     05  W-LINK-SEQ-N             PIC  X(03)   VALUE  SPACE.
261015     05  W-ORG-AMT                PIC  S9(13)  COMP-3 VALUE +0.
261015     05  W-MIR-REQ-D              PIC  X(08)   VALUE  SPACE.
261015     05  W-MIR-SEQ-N              PIC  X(03)   VALUE  SPACE.
261015     05  W-MIR-C-CD               PIC  X(01)   VALUE  SPACE.
261015     05  W-CORR-C-CD              PIC  X(01)   VALUE  SPACE.
261015     05  W-NEW-SEQ-N              PIC  X(03)   VALUE  SPACE.
261015     05  W-CORR-SEQ-N             PIC  X(03)   VALUE  SPACE.
261015     05  W-MAX-SEQ-N              PIC  X(03)   VALUE  SPACE.
261015     05  W-SEQ-9                  PIC  9(03)   VALUE  ZERO.
261015     05  W-REVS-UOW-F             PIC  X(01)   VALUE  SPACE.
261015     05  W-CORR-AF-TXT.
261015         49  W-CORR-AF-TXT-LEN    PIC  S9(04)  COMP.
261015         49  W-CORR-AF-TXT-TEXT   PIC  X(500).

           05  W-II                     PIC  9(03)  VALUE 0.
           05  W-JJ                     PIC  9(03)  VALUE 0.
260903*         IT LEAVE SPACES AND GET SINGLE-LEVEL APPROVAL,
260903*         EXACTLY AS BEFORE.
260903          10  L-F-REQ-AMT                       PIC  X(015).
261015*         REVERSAL ('60'): REASON, OPTIONAL CORRECTED AFTER
261015*         IMAGE (SAME LAYOUT AS THE TABLE'S AF_TXT), AND THE
261015*         KEYS OF THE ENTRIES REGISTERED, RETURNED TO THE CALLER.
261015          10  L-F-REVS-RSN                      PIC  X(040).
261015          10  L-F-CORR-F                        PIC  X(001).
261015          10  L-F-CORR-AF-TXT                   PIC  X(500).
261015          10  L-F-NEW-REQ-D                     PIC  X(008).
261015          10  L-F-NEW-SEQ-N                     PIC  X(003).
261015          10  L-F-CORR-SEQ-N                    PIC  X(003).
261015          10  FILLER                            PIC X(1269).


      *    EXEC  SQL  BEGIN  DECLARE  SECTION  END-EXEC.
                         MOVE 'UUUUUUUUUUUUUUUUUUUUUUUUUUU'
                                        TO  STRT-BOCOM-ERR-SUBMSG
                     END-IF
261015         WHEN '60'
261015               PERFORM  S0600-REVERSAL-REQUEST
261015               IF  SQLCODE  =  0
261015                   PERFORM S0000-INQUIRY
261015                   MOVE 'REVERSAL REGISTERED - AWAITING APPROVAL'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015               END-IF
               WHEN  OTHER
                     MOVE 'E'              TO  STRT-BOCOM-ERR-TYPE
                     MOVE '00030E'         TO  STRT-BOCOM-ERR-SEQ
           MOVE  BP42-CD-MDF-REQ-SEQ-N  TO  PAUD-CD-MDF-REQ-SEQ-N
           MOVE  BP42-EFT-D             TO  PAUD-BF-EFT-D
           MOVE  BP42-EFT-TM            TO  PAUD-BF-EFT-TM

261015*-- A REVERSAL MIRROR NEEDS A SECOND PAIR OF HANDS AND POSTS
261015*-- AT ONCE, WITH ITS CORRECTION, SO THE ORIGINAL IS NEVER
261015*-- LEFT HALF UNDONE.  A CORRECTION IS NEVER APPROVED ALONE.
261015     PERFORM  S0300-REVS-CONTEXT
261015     IF  W-ENTRY-TP  =  'C'
261015         MOVE 'E'              TO  STRT-BOCOM-ERR-TYPE
261015         MOVE  '00000E'        TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'CORRECTION POSTS WITH ITS REVERSAL'
261015                               TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF
261015     IF  W-ENTRY-TP  =  'R'
261015         IF  STRT-BNHDR-EMP-NO  =  BP42-REQ-K-ID
261015             MOVE 'E'          TO  STRT-BOCOM-ERR-TYPE
261015             MOVE  '00000E'    TO  STRT-BOCOM-ERR-SEQ
261015             MOVE 'REVERSAL NEEDS A SECOND OPERATOR'
261015                               TO  STRT-BOCOM-ERR-SUBMSG
261015             PERFORM           S0000-RETURN-CONTROL
261015         END-IF
261015         MOVE  'Y'             TO  L-C-IMD-POST-F
261015     END-IF
      *
      *-- A~/  I~x  va/waCHECK
      *
260809* ALWAYS RUN WITH IT, NOT JUST ON THE IMMEDIATE-POST PATH.
260809     PERFORM  S0000-LOG-POST-AUDIT.

261015     IF  W-ENTRY-TP  =  'R'
261015         PERFORM  S0700-COMPLETE-REVERSAL
261015     END-IF.

       S0000-APPROVAL-EXIT.
           EXIT.

260903         MOVE  +0                 TO  W-REQ-AMT
260903     END-IF.

261015*-- A REVERSAL ROUTES ON THE AMOUNT RECORDED WHEN IT WAS
261015*-- REQUESTED - THE APPROVER CANNOT TALK IT DOWN A LEVEL.
261015     IF  W-ENTRY-TP  =  'R'
261015     AND W-ORG-AMT  >  W-REQ-AMT
261015         MOVE  W-ORG-AMT          TO  W-REQ-AMT
261015     END-IF.

260903     MOVE  +1                     TO  W-NEED-LVL.
260903     MOVE  SPACE                  TO  W-REQ-FUNC-2
260903                                      W-REQ-FUNC-3.
260903 S0210-PROBE-TP422-EXIT.
260903     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 3 0 0 - R E V S - C O N T E X T                   *
261015*   ENTRY TYPE, REVERSAL STATE AND LINKS OF THE BP42 KEY.      *
261015*   ROWS FROM BEFORE THE REVERSAL COLUMNS READ AS ORDINARY.    *
261015*--------------------------------------------------------------*
261015 S0300-REVS-CONTEXT               SECTION.

261015     EXEC  SQL
261015           SELECT  COALESCE(ENTRY_TP, ' ')
261015                ,  COALESCE(REVS_F, ' ')
261015                ,  COALESCE(ORG_REQ_D, ' ')
261015                ,  COALESCE(ORG_TBL_ID, ' ')
261015                ,  COALESCE(ORG_REQ_SEQ_N, ' ')
261015                ,  COALESCE(LINK_SEQ_N, ' ')
261015                ,  COALESCE(REQ_AMT, 0)
261015             INTO  :W-ENTRY-TP
261015                ,  :W-REVS-F
261015                ,  :W-ORG-REQ-D
261015                ,  :W-ORG-TBL-ID
261015                ,  :W-ORG-SEQ-N
261015                ,  :W-LINK-SEQ-N
261015                ,  :W-ORG-AMT
261015             FROM  LCBD2P42.TP420
261015            WHERE  CD_MDF_REQ_D     = :BP42-CD-MDF-REQ-D
261015              AND  CD_TBL_ID        = :BP42-CD-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :BP42-CD-MDF-REQ-SEQ-N
261015             WITH  UR
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE 'S0300'          TO  STRT-BOCOM-ERR-PARAGRAPH
261015         MOVE 'LCBTP420'       TO  STRT-BOCOM-ERR-TBLNAME
261015         MOVE 'SELECT'         TO  STRT-BOCOM-ERR-FUNC
261015         MOVE  SQLCODE         TO  STRT-BOCOM-ERR-STATUS
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015*-- FROM HERE ON ANY ERROR EXIT ON A REVERSAL BACKS OUT THE
261015*-- WHOLE TASK (SEE S0000-RETURN-CONTROL).
261015     IF  W-ENTRY-TP  =  'R'
261015         MOVE  'Y'                TO  W-REVS-UOW-F
261015     END-IF.

261015 S0300-REVS-CONTEXT-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 6 0 0 - R E V E R S A L - R E Q U E S T           *
261015*   REGISTERS A MIRROR OF A POSTED ENTRY (AND, WHEN ASKED, A   *
261015*   CORRECTED REPLACEMENT) UNDER TODAY'S REQUEST DATE.  THE    *
261015*   ORIGINAL IS CLAIMED (REVS_F 'P') SO NO SECOND REVERSAL CAN *
261015*   BE RAISED AGAINST IT; THE MIRROR THEN TAKES THE ORDINARY   *
261015*   APPROVAL ROUTE ('20') AND POSTS BOTH ENTRIES TOGETHER.     *
261015*--------------------------------------------------------------*
261015 S0600-REVERSAL-REQUEST           SECTION.

261015     MOVE L-C-REQ-D               TO  BP42-CD-MDF-REQ-D
261015     MOVE L-C-CD-TBL-ID           TO  BP42-CD-TBL-ID
261015     MOVE L-C-REQ-SEQ-N           TO  BP42-CD-MDF-REQ-SEQ-N

261015     EXEC  SQL
261015           SELECT  EFT_D
261015                ,  RTN_D
261015                ,  DATA_PRCS_C_CD
261015                ,  PRE_POST_F
261015                ,  BF_TXT
261015                ,  AF_TXT
261015             INTO  :BP42-EFT-D
261015                ,  :BP42-RTN-D
261015                ,  :BP42-DATA-PRCS-C-CD
261015                ,  :BP42-PRE-POST-F
261015                ,  :BP42-BF-TXT
261015                ,  :BP42-AF-TXT
261015             FROM  LCBD2P42.TP420
261015            WHERE  CD_MDF_REQ_D     = :BP42-CD-MDF-REQ-D
261015              AND  CD_TBL_ID        = :BP42-CD-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :BP42-CD-MDF-REQ-SEQ-N
261015             WITH  UR
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  000
261015               CONTINUE
261015         WHEN  +100
261015               MOVE 'E'           TO  STRT-BOCOM-ERR-TYPE
261015               MOVE '00000E'      TO  STRT-BOCOM-ERR-SEQ
261015               MOVE 'ENTRY TO REVERSE NOT FOUND'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015               PERFORM            S0000-RETURN-CONTROL
261015         WHEN  OTHER
261015               MOVE 'S0600'       TO  STRT-BOCOM-ERR-PARAGRAPH
261015               MOVE 'LCBTP420'    TO  STRT-BOCOM-ERR-TBLNAME
261015               MOVE 'SELECT'      TO  STRT-BOCOM-ERR-FUNC
261015               MOVE  SQLCODE      TO  STRT-BOCOM-ERR-STATUS
261015               PERFORM            S0000-RETURN-CONTROL
261015     END-EVALUATE.

261015     IF  BP42-EFT-D  <=  SPACE
261015     OR  BP42-RTN-D  >   SPACE
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'            TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'ONLY A POSTED ENTRY CAN BE REVERSED'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM                  S0000-RETURN-CONTROL
261015     END-IF.

261015     PERFORM  S0300-REVS-CONTEXT.

261015     IF  W-ENTRY-TP  =  'R'
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'            TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'A REVERSAL CANNOT ITSELF BE REVERSED'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM                  S0000-RETURN-CONTROL
261015     END-IF.
261015     IF  W-REVS-F  =  'Y'
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'            TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'ENTRY HAS ALREADY BEEN REVERSED'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM                  S0000-RETURN-CONTROL
261015     END-IF.
261015     IF  W-REVS-F  =  'P'
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'            TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'A REVERSAL OF THIS ENTRY IS PENDING'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM                  S0000-RETURN-CONTROL
261015     END-IF.
261015     IF  L-F-REVS-RSN  =  SPACE
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'            TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'REVERSAL REASON IS REQUIRED'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM                  S0000-RETURN-CONTROL
261015     END-IF.
261015     IF  L-F-CORR-F  =  'Y'
261015     AND L-F-CORR-AF-TXT  =  SPACE
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'            TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'CORRECTED AFTER IMAGE IS REQUIRED'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM                  S0000-RETURN-CONTROL
261015     END-IF.

261015*-- THE MIRROR ROUTES ON THE ORIGINAL'S AMOUNT: THE STORED
261015*-- ONE, OR THE CALLER'S IF THAT IS LARGER.
261015     IF  L-F-REQ-AMT  NUMERIC
261015         MOVE  L-F-REQ-AMT        TO  W-REQ-AMT
261015         IF  W-REQ-AMT  >  W-ORG-AMT
261015             MOVE  W-REQ-AMT      TO  W-ORG-AMT
261015         END-IF
261015     END-IF.

261015     MOVE  BP42-CD-MDF-REQ-D      TO  W-ORG-REQ-D
261015     MOVE  BP42-CD-TBL-ID         TO  W-ORG-TBL-ID
261015     MOVE  BP42-CD-MDF-REQ-SEQ-N  TO  W-ORG-SEQ-N
261015     MOVE  'Y'                    TO  W-REVS-UOW-F.

261015*-- CLAIM THE ORIGINAL.  THE BLANK-STATE TEST MAKES TWO
261015*-- OPERATORS RACING ON THE SAME ENTRY SAFE - ONE GETS +100.
261015     EXEC  SQL
261015           UPDATE  LCBD2P42.TP420
261015              SET  REVS_F = 'P'
261015            WHERE  CD_MDF_REQ_D     = :W-ORG-REQ-D
261015              AND  CD_TBL_ID        = :W-ORG-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :W-ORG-SEQ-N
261015              AND  COALESCE(REVS_F, ' ') = ' '
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  000
261015               CONTINUE
261015         WHEN  +100
261015               MOVE 'E'           TO  STRT-BOCOM-ERR-TYPE
261015               MOVE '00000E'      TO  STRT-BOCOM-ERR-SEQ
261015               MOVE 'ENTRY HAS ALREADY BEEN REVERSED'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015               PERFORM            S0000-RETURN-CONTROL
261015         WHEN  OTHER
261015               MOVE 'S0600'       TO  STRT-BOCOM-ERR-PARAGRAPH
261015               MOVE 'LCBTP420'    TO  STRT-BOCOM-ERR-TBLNAME
261015               MOVE 'UPDATE'      TO  STRT-BOCOM-ERR-FUNC
261015               MOVE  SQLCODE      TO  STRT-BOCOM-ERR-STATUS
261015               PERFORM            S0000-RETURN-CONTROL
261015     END-EVALUATE.

261015     PERFORM  S0610-NEXT-SEQ-N.
261015     MOVE  W-NEW-SEQ-N            TO  W-MIR-SEQ-N.
261015     MOVE  SPACE                  TO  W-CORR-SEQ-N.
261015     IF  L-F-CORR-F  =  'Y'
261015         ADD   1                  TO  W-SEQ-9
261015         MOVE  W-SEQ-9            TO  W-CORR-SEQ-N
261015     END-IF.

261015*-- THE MIRROR UNDOES THE ORIGINAL: OPPOSITE ACTION, IMAGES
261015*-- SWAPPED.  THE CORRECTION THEN APPLIES THE ORIGINAL BEFORE
261015*-- IMAGE -> CORRECTED AFTER IMAGE (A DELETE IS CORRECTED BY
261015*-- AN UPDATE OF THE ROW THE MIRROR PUTS BACK).
261015     EVALUATE  BP42-DATA-PRCS-C-CD
261015         WHEN  'I'
261015               MOVE  'D'          TO  W-MIR-C-CD
261015               MOVE  'I'          TO  W-CORR-C-CD
261015         WHEN  'D'
261015               MOVE  'I'          TO  W-MIR-C-CD
261015               MOVE  'U'          TO  W-CORR-C-CD
261015         WHEN  OTHER
261015               MOVE  BP42-DATA-PRCS-C-CD
261015                                  TO  W-MIR-C-CD
261015                                      W-CORR-C-CD
261015     END-EVALUATE.

261015     PERFORM  S0620-INSERT-MIRROR.

261015     IF  L-F-CORR-F  =  'Y'
261015         PERFORM  S0630-INSERT-CORRECTION
261015     END-IF.

261015     MOVE  H-SYSTEM-D             TO  L-F-NEW-REQ-D
261015                                      L-C-REQ-D
261015     MOVE  W-MIR-SEQ-N            TO  L-F-NEW-SEQ-N
261015                                      L-C-REQ-SEQ-N
261015     MOVE  W-CORR-SEQ-N           TO  L-F-CORR-SEQ-N.

261015 S0600-REVERSAL-REQUEST-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 6 1 0 - N E X T - S E Q - N                       *
261015*   NEXT FREE REQUEST SEQUENCE FOR TODAY AND THE TABLE.        *
261015*--------------------------------------------------------------*
261015 S0610-NEXT-SEQ-N                 SECTION.

261015     MOVE  SPACE                  TO  W-MAX-SEQ-N.

261015     EXEC  SQL
261015           SELECT  COALESCE(MAX(CD_MDF_REQ_SEQ_N), '000')
261015             INTO  :W-MAX-SEQ-N
261015             FROM  LCBD2P42.TP420
261015            WHERE  CD_MDF_REQ_D     = :H-SYSTEM-D
261015              AND  CD_TBL_ID        = :W-ORG-TBL-ID
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE 'S0610'          TO  STRT-BOCOM-ERR-PARAGRAPH
261015         MOVE 'LCBTP420'       TO  STRT-BOCOM-ERR-TBLNAME
261015         MOVE 'SELECT'         TO  STRT-BOCOM-ERR-FUNC
261015         MOVE  SQLCODE         TO  STRT-BOCOM-ERR-STATUS
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015     IF  W-MAX-SEQ-N  NUMERIC
261015         MOVE  W-MAX-SEQ-N        TO  W-SEQ-9
261015     ELSE
261015         MOVE  ZERO               TO  W-SEQ-9
261015     END-IF.

261015*-- ROOM IS KEPT FOR THE CORRECTION'S SEQUENCE AS WELL.
261015     IF  W-SEQ-9  >  997
261015         MOVE 'E'              TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'         TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'NO REQUEST SEQUENCE LEFT FOR TODAY'
261015                               TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015     ADD   1                      TO  W-SEQ-9.
261015     MOVE  W-SEQ-9                TO  W-NEW-SEQ-N.

261015 S0610-NEXT-SEQ-N-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 6 2 0 - I N S E R T - M I R R O R                 *
261015*--------------------------------------------------------------*
261015 S0620-INSERT-MIRROR              SECTION.

261015     EXEC  SQL
261015           INSERT  INTO  LCBD2P42.TP420
261015                 ( CD_MDF_REQ_D,  CD_TBL_ID,  CD_MDF_REQ_SEQ_N,
261015                   REQ_TM,  REQ_K_ID,  REQ_EFT_D,
261015                   ALNC_K_ID,  ALNC_D,  ALNC_TM,
261015                   RTN_K_ID,  RTN_D,  RTN_TM,
261015                   EFT_D,  EFT_TM,  ALNC_MM,
261015                   DATA_PRCS_C_CD,  PRE_POST_F,  IMD_POST_F,
261015                   BF_TXT,  AF_TXT,
261015                   ENTRY_TP,  ORG_REQ_D,  ORG_TBL_ID,
261015                   ORG_REQ_SEQ_N,  LINK_SEQ_N,  REQ_AMT,
261015                   REVS_F,  REVS_RSN )
261015           VALUES
261015                 ( :H-SYSTEM-D,  :W-ORG-TBL-ID,  :W-MIR-SEQ-N,
261015                   :H-SYSTEM-T,  :STRT-BNHDR-EMP-NO,  :H-SYSTEM-D,
261015                   ' ',  ' ',  ' ',
261015                   ' ',  ' ',  ' ',
261015                   ' ',  ' ',  ' ',
261015                   :W-MIR-C-CD,  :BP42-PRE-POST-F,  'Y',
261015                   :BP42-AF-TXT,  :BP42-BF-TXT,
261015                   'R',  :W-ORG-REQ-D,  :W-ORG-TBL-ID,
261015                   :W-ORG-SEQ-N,  :W-CORR-SEQ-N,  :W-ORG-AMT,
261015                   ' ',  :L-F-REVS-RSN )
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE 'S0620'          TO  STRT-BOCOM-ERR-PARAGRAPH
261015         MOVE 'LCBTP420'       TO  STRT-BOCOM-ERR-TBLNAME
261015         MOVE 'INSERT'         TO  STRT-BOCOM-ERR-FUNC
261015         MOVE  SQLCODE         TO  STRT-BOCOM-ERR-STATUS
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015 S0620-INSERT-MIRROR-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 6 3 0 - I N S E R T - C O R R E C T I O N         *
261015*--------------------------------------------------------------*
261015 S0630-INSERT-CORRECTION          SECTION.

261015     MOVE  L-F-CORR-AF-TXT        TO  W-CORR-AF-TXT-TEXT.
261015     IF  BP42-AF-TXT-LEN  >  0
261015         MOVE  BP42-AF-TXT-LEN    TO  W-CORR-AF-TXT-LEN
261015     ELSE
261015         MOVE  BP42-BF-TXT-LEN    TO  W-CORR-AF-TXT-LEN
261015     END-IF.

261015     EXEC  SQL
261015           INSERT  INTO  LCBD2P42.TP420
261015                 ( CD_MDF_REQ_D,  CD_TBL_ID,  CD_MDF_REQ_SEQ_N,
261015                   REQ_TM,  REQ_K_ID,  REQ_EFT_D,
261015                   ALNC_K_ID,  ALNC_D,  ALNC_TM,
261015                   RTN_K_ID,  RTN_D,  RTN_TM,
261015                   EFT_D,  EFT_TM,  ALNC_MM,
261015                   DATA_PRCS_C_CD,  PRE_POST_F,  IMD_POST_F,
261015                   BF_TXT,  AF_TXT,
261015                   ENTRY_TP,  ORG_REQ_D,  ORG_TBL_ID,
261015                   ORG_REQ_SEQ_N,  LINK_SEQ_N,  REQ_AMT,
261015                   REVS_F,  REVS_RSN )
261015           VALUES
261015                 ( :H-SYSTEM-D,  :W-ORG-TBL-ID,  :W-CORR-SEQ-N,
261015                   :H-SYSTEM-T,  :STRT-BNHDR-EMP-NO,  :H-SYSTEM-D,
261015                   ' ',  ' ',  ' ',
261015                   ' ',  ' ',  ' ',
261015                   ' ',  ' ',  ' ',
261015                   :W-CORR-C-CD,  :BP42-PRE-POST-F,  'Y',
261015                   :BP42-BF-TXT,  :W-CORR-AF-TXT,
261015                   'C',  :W-ORG-REQ-D,  :W-ORG-TBL-ID,
261015                   :W-ORG-SEQ-N,  :W-MIR-SEQ-N,  :W-ORG-AMT,
261015                   ' ',  :L-F-REVS-RSN )
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE 'S0630'          TO  STRT-BOCOM-ERR-PARAGRAPH
261015         MOVE 'LCBTP420'       TO  STRT-BOCOM-ERR-TBLNAME
261015         MOVE 'INSERT'         TO  STRT-BOCOM-ERR-FUNC
261015         MOVE  SQLCODE         TO  STRT-BOCOM-ERR-STATUS
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015 S0630-INSERT-CORRECTION-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 7 0 0 - C O M P L E T E - R E V E R S A L         *
261015*   THE MIRROR HAS JUST POSTED: POST ITS CORRECTION, IF ANY,   *
261015*   AND MARK THE ORIGINAL REVERSED - ALL IN THIS TASK'S UNIT   *
261015*   OF WORK, SO A FAILURE HERE BACKS OUT THE MIRROR TOO.       *
261015*--------------------------------------------------------------*
261015 S0700-COMPLETE-REVERSAL          SECTION.

261015     MOVE  BP42-CD-MDF-REQ-D      TO  W-MIR-REQ-D
261015     MOVE  BP42-CD-MDF-REQ-SEQ-N  TO  W-MIR-SEQ-N.

261015     IF  W-LINK-SEQ-N  >  SPACE
261015         PERFORM  S0710-POST-CORRECTION
261015     END-IF.

261015     PERFORM  S0720-MARK-ORIGINAL.

261015 S0700-COMPLETE-REVERSAL-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 7 1 0 - P O S T - C O R R E C T I O N             *
261015*--------------------------------------------------------------*
261015 S0710-POST-CORRECTION            SECTION.

261015     MOVE  W-LINK-SEQ-N           TO  BP42-CD-MDF-REQ-SEQ-N.

261015     EXEC  SQL
261015           SELECT  DATA_PRCS_C_CD
261015                ,  REQ_EFT_D
261015                ,  REQ_K_ID
261015                ,  EFT_D
261015                ,  RTN_D
261015                ,  BF_TXT
261015                ,  AF_TXT
261015             INTO  :BP42-DATA-PRCS-C-CD
261015                ,  :BP42-REQ-EFT-D
261015                ,  :BP42-REQ-K-ID
261015                ,  :BP42-EFT-D
261015                ,  :BP42-RTN-D
261015                ,  :BP42-BF-TXT
261015                ,  :BP42-AF-TXT
261015             FROM  LCBD2P42.TP420
261015            WHERE  CD_MDF_REQ_D     = :BP42-CD-MDF-REQ-D
261015              AND  CD_TBL_ID        = :BP42-CD-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :BP42-CD-MDF-REQ-SEQ-N
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015         MOVE 'S0710'          TO  STRT-BOCOM-ERR-PARAGRAPH
261015         MOVE 'LCBTP420'       TO  STRT-BOCOM-ERR-TBLNAME
261015         MOVE 'SELECT'         TO  STRT-BOCOM-ERR-FUNC
261015         MOVE  SQLCODE         TO  STRT-BOCOM-ERR-STATUS
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015     IF  BP42-EFT-D  >  SPACE
261015     OR  BP42-RTN-D  >  SPACE
261015         MOVE 'E'              TO  STRT-BOCOM-ERR-TYPE
261015         MOVE '00000E'         TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'CORRECTION IS NO LONGER OPEN'
261015                               TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015     MOVE  BP42-CD-MDF-REQ-D      TO  PAUD-CD-MDF-REQ-D
261015     MOVE  BP42-CD-TBL-ID         TO  PAUD-CD-TBL-ID
261015     MOVE  BP42-CD-MDF-REQ-SEQ-N  TO  PAUD-CD-MDF-REQ-SEQ-N
261015     MOVE  BP42-EFT-D             TO  PAUD-BF-EFT-D
261015     MOVE  SPACE                  TO  PAUD-BF-EFT-TM.

261015*-- THE APPROVER STAMP, MEMO AND IMMEDIATE FLAG CARRY OVER
261015*-- FROM THE MIRROR'S APPROVAL STILL IN BP42.
261015     PERFORM  S0000-IMD-POSTING.
261015     PERFORM  S0000-UPDATE-TP420.

261015     MOVE  BP42-ALNC-K-ID         TO  PAUD-ALNC-K-ID
261015     MOVE  BP42-EFT-D             TO  PAUD-AF-EFT-D
261015     MOVE  BP42-EFT-TM            TO  PAUD-AF-EFT-TM
261015     MOVE  BP42-BF-TXT-TEXT       TO  PAUD-BF-TXT
261015     MOVE  BP42-AF-TXT-TEXT       TO  PAUD-AF-TXT
261015     MOVE  H-SYSTEM-D             TO  PAUD-LOG-D
261015     MOVE  H-SYSTEM-T             TO  PAUD-LOG-TM
261015     PERFORM  S0000-LOG-POST-AUDIT.

261015     MOVE  W-MIR-SEQ-N            TO  BP42-CD-MDF-REQ-SEQ-N.

261015 S0710-POST-CORRECTION-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 7 2 0 - M A R K - O R I G I N A L                 *
261015*--------------------------------------------------------------*
261015 S0720-MARK-ORIGINAL              SECTION.

261015     EXEC  SQL
261015           UPDATE  LCBD2P42.TP420
261015              SET  REVS_F         = 'Y'
261015                ,  REVS_D         = :H-SYSTEM-D
261015                ,  REVS_TM        = :H-SYSTEM-T
261015                ,  REVS_K_ID      = :STRT-BNHDR-EMP-NO
261015                ,  REVS_REQ_D     = :W-MIR-REQ-D
261015                ,  REVS_REQ_SEQ_N = :W-MIR-SEQ-N
261015            WHERE  CD_MDF_REQ_D     = :W-ORG-REQ-D
261015              AND  CD_TBL_ID        = :W-ORG-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :W-ORG-SEQ-N
261015              AND  REVS_F           = 'P'
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  000
261015               CONTINUE
261015         WHEN  +100
261015               MOVE 'E'           TO  STRT-BOCOM-ERR-TYPE
261015               MOVE '00000E'      TO  STRT-BOCOM-ERR-SEQ
261015               MOVE 'ORIGINAL IS NOT HELD FOR THIS REVERSAL'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015               PERFORM            S0000-RETURN-CONTROL
261015         WHEN  OTHER
261015               MOVE 'S0720'       TO  STRT-BOCOM-ERR-PARAGRAPH
261015               MOVE 'LCBTP420'    TO  STRT-BOCOM-ERR-TBLNAME
261015               MOVE 'UPDATE'      TO  STRT-BOCOM-ERR-FUNC
261015               MOVE  SQLCODE      TO  STRT-BOCOM-ERR-STATUS
261015               PERFORM            S0000-RETURN-CONTROL
261015     END-EVALUATE.

261015*-- THE ORIGINAL'S OWN TRAIL SHOWS WHEN AND BY WHAT IT WAS
261015*-- UNDONE.
261015     MOVE  W-ORG-REQ-D            TO  PAUD-CD-MDF-REQ-D
261015     MOVE  W-ORG-TBL-ID           TO  PAUD-CD-TBL-ID
261015     MOVE  W-ORG-SEQ-N            TO  PAUD-CD-MDF-REQ-SEQ-N
261015     MOVE  STRT-BNHDR-EMP-NO      TO  PAUD-ALNC-K-ID
261015     MOVE  SPACE                  TO  PAUD-BF-EFT-D
261015                                      PAUD-BF-EFT-TM
261015     MOVE  H-SYSTEM-D             TO  PAUD-AF-EFT-D
261015                                      PAUD-LOG-D
261015     MOVE  H-SYSTEM-T             TO  PAUD-AF-EFT-TM
261015                                      PAUD-LOG-TM
261015     MOVE  'POSTED'               TO  PAUD-BF-TXT
261015     MOVE  SPACE                  TO  PAUD-AF-TXT
261015     STRING  'REVERSED BY '  W-MIR-REQ-D  ' '  W-ORG-TBL-ID
261015             ' '  W-MIR-SEQ-N
261015             DELIMITED BY SIZE  INTO  PAUD-AF-TXT
261015     END-STRING
261015     PERFORM  S0000-LOG-POST-AUDIT.

261015 S0720-MARK-ORIGINAL-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 7 5 0 - R E L E A S E - R E V E R S A L           *
261015*   A RETURNED MIRROR GIVES ITS ORIGINAL BACK AND TAKES ITS    *
261015*   CORRECTION DOWN WITH IT.                                   *
261015*--------------------------------------------------------------*
261015 S0750-RELEASE-REVERSAL           SECTION.

261015     EXEC  SQL
261015           UPDATE  LCBD2P42.TP420
261015              SET  REVS_F = ' '
261015            WHERE  CD_MDF_REQ_D     = :W-ORG-REQ-D
261015              AND  CD_TBL_ID        = :W-ORG-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :W-ORG-SEQ-N
261015              AND  REVS_F           = 'P'
261015     END-EXEC.

261015     IF  SQLCODE  NOT =  0
261015     AND SQLCODE  NOT =  +100
261015         MOVE 'S0750'          TO  STRT-BOCOM-ERR-PARAGRAPH
261015         MOVE 'LCBTP420'       TO  STRT-BOCOM-ERR-TBLNAME
261015         MOVE 'UPDATE'         TO  STRT-BOCOM-ERR-FUNC
261015         MOVE  SQLCODE         TO  STRT-BOCOM-ERR-STATUS
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF.

261015     IF  W-LINK-SEQ-N  >  SPACE
261015         EXEC  SQL
261015               UPDATE  LCBD2P42.TP420
261015                  SET  RTN_K_ID         = :STRT-BNHDR-EMP-NO
261015                    ,  RTN_D            = :H-SYSTEM-D
261015                    ,  RTN_TM           = :H-SYSTEM-T
261015                WHERE  CD_MDF_REQ_D     = :BP42-CD-MDF-REQ-D
261015                  AND  CD_TBL_ID        = :BP42-CD-TBL-ID
261015                  AND  CD_MDF_REQ_SEQ_N = :W-LINK-SEQ-N
261015         END-EXEC
261015         IF  SQLCODE  NOT =  0
261015             MOVE 'S0750'      TO  STRT-BOCOM-ERR-PARAGRAPH
261015             MOVE 'LCBTP420'   TO  STRT-BOCOM-ERR-TBLNAME
261015             MOVE 'UPDATE'     TO  STRT-BOCOM-ERR-FUNC
261015             MOVE  SQLCODE     TO  STRT-BOCOM-ERR-STATUS
261015             PERFORM           S0000-RETURN-CONTROL
261015         END-IF
261015     END-IF.

261015 S0750-RELEASE-REVERSAL-EXIT.
261015     EXIT.

261015*--------------------------------------------------------------*
261015*        S 0 7 6 0 - R E S T O R E - R E V E R S A L           *
261015*   UNDOING THE RETURN OF A MIRROR RE-CLAIMS THE ORIGINAL AND  *
261015*   REOPENS THE CORRECTION.                                    *
261015*--------------------------------------------------------------*
261015 S0760-RESTORE-REVERSAL           SECTION.

261015     EXEC  SQL
261015           UPDATE  LCBD2P42.TP420
261015              SET  REVS_F = 'P'
261015            WHERE  CD_MDF_REQ_D     = :W-ORG-REQ-D
261015              AND  CD_TBL_ID        = :W-ORG-TBL-ID
261015              AND  CD_MDF_REQ_SEQ_N = :W-ORG-SEQ-N
261015              AND  COALESCE(REVS_F, ' ') = ' '
261015     END-EXEC.

261015     EVALUATE  SQLCODE
261015         WHEN  000
261015               CONTINUE
261015         WHEN  +100
261015               MOVE 'E'           TO  STRT-BOCOM-ERR-TYPE
261015               MOVE '00000E'      TO  STRT-BOCOM-ERR-SEQ
261015               MOVE 'ORIGINAL REVERSED OR HELD ELSEWHERE'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015               PERFORM            S0000-RETURN-CONTROL
261015         WHEN  OTHER
261015               MOVE 'S0760'       TO  STRT-BOCOM-ERR-PARAGRAPH
261015               MOVE 'LCBTP420'    TO  STRT-BOCOM-ERR-TBLNAME
261015               MOVE 'UPDATE'      TO  STRT-BOCOM-ERR-FUNC
261015               MOVE  SQLCODE      TO  STRT-BOCOM-ERR-STATUS
261015               PERFORM            S0000-RETURN-CONTROL
261015     END-EVALUATE.

261015     IF  W-LINK-SEQ-N  >  SPACE
261015         EXEC  SQL
261015               UPDATE  LCBD2P42.TP420
261015                  SET  RTN_K_ID         = ' '
261015                    ,  RTN_D            = ' '
261015                    ,  RTN_TM           = ' '
261015                WHERE  CD_MDF_REQ_D     = :BP42-CD-MDF-REQ-D
261015                  AND  CD_TBL_ID        = :BP42-CD-TBL-ID
261015                  AND  CD_MDF_REQ_SEQ_N = :W-LINK-SEQ-N
261015         END-EXEC
261015         IF  SQLCODE  NOT =  0
261015             MOVE 'S0760'      TO  STRT-BOCOM-ERR-PARAGRAPH
261015             MOVE 'LCBTP420'   TO  STRT-BOCOM-ERR-TBLNAME
261015             MOVE 'UPDATE'     TO  STRT-BOCOM-ERR-FUNC
261015             MOVE  SQLCODE     TO  STRT-BOCOM-ERR-STATUS
261015             PERFORM           S0000-RETURN-CONTROL
261015         END-IF
261015     END-IF.

261015 S0760-RESTORE-REVERSAL-EXIT.
261015     EXIT.

      *--------------------------------------------------------------*
      *           S 0 0 0 0 - I M D - P O S T I N G                  *
      *                       (~u)                           *
               PERFORM  S0000-RETURN-CONTROL
           END-IF

261015*-- A CORRECTION IS RETURNED ONLY WITH ITS REVERSAL.
261015     PERFORM  S0300-REVS-CONTEXT
261015     IF  W-ENTRY-TP  =  'C'
261015         MOVE 'E'                 TO  STRT-BOCOM-ERR-TYPE
261015         MOVE  '00000E'           TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'RETURN THE REVERSAL, NOT ITS CORRECTION'
261015                                  TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM  S0000-RETURN-CONTROL
261015     END-IF

      *-- H/~/I  Vmav  ia INTERFACE SUB CALL
           PERFORM  S0000-COUNT-TP440
           IF  W-SYS-CNT     >  0
               PERFORM  S0000-RETURN-CONTROL
           END-IF.

261015     IF  W-ENTRY-TP  =  'R'
261015         PERFORM  S0750-RELEASE-REVERSAL
261015     END-IF.

       S0000-RETURN-EXIT.
           EXIT.

                  PERFORM           S0000-RETURN-CONTROL
              END-IF

261015*-- TAKING BACK THE RETURN OF A REVERSAL RE-CLAIMS ITS
261015*-- ORIGINAL - REFUSED IF ANOTHER REVERSAL HAS IT BY NOW.
261015     PERFORM  S0300-REVS-CONTEXT
261015     IF  W-ENTRY-TP  =  'C'
261015         MOVE 'E'              TO  STRT-BOCOM-ERR-TYPE
261015         MOVE  '00000E'        TO  STRT-BOCOM-ERR-SEQ
261015         MOVE 'RESTORE THE REVERSAL, NOT ITS CORRECTION'
261015                               TO  STRT-BOCOM-ERR-SUBMSG
261015         PERFORM               S0000-RETURN-CONTROL
261015     END-IF
261015     IF  W-ENTRY-TP  =  'R'
261015         PERFORM  S0760-RESTORE-REVERSAL
261015     END-IF

           MOVE ALL SPACES            TO BP42-RTN-D
                                         BP42-RTN-TM
                                         BP42-RTN-K-ID
      *--------------------------------------------------------------*
       S0000-RETURN-CONTROL             SECTION.

261015*-- A REVERSAL, ITS CORRECTION AND THE ORIGINAL'S REVERSED
261015*-- MARK STAND OR FALL TOGETHER: ANY ERROR EXIT ONCE THAT WORK
261015*-- HAS BEGUN BACKS OUT EVERYTHING THIS TASK HAS WRITTEN.
261015     IF  W-REVS-UOW-F  =  'Y'
261015     AND STRT-BOCOM-ERR-TYPE  NOT =  'N'
261015         EXEC  CICS  SYNCPOINT  ROLLBACK  END-EXEC
261015     END-IF.

           MOVE  USERAREA                TO  STRT-SEND-DATA

           GOBACK.
