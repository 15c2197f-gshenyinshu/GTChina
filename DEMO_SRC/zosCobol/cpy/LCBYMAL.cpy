      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.MSG_ACT_LOG)                        *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    MSG_ACT_LOG  -  MANUAL SOCKET-LINK MESSAGE ACTION AUDIT   *
      *                                                              *
      *    ONE ROW PER MANUAL ACTION TAKEN FROM THE LCBPMSG MESSAGE  *
      *    TRAFFIC CONSOLE: 'S' RE-SEND OF A STORED OUTBOUND         *
      *    MESSAGE (DEST-CD + MSG-SEQNO), 'H' RE-HAND-OFF OF A       *
      *    STAGED INBOUND MESSAGE (STG-SEQNO).  RESULT-CD IS THE     *
      *    LINK STATUS ('00' / '01' / '99') OR THE CICS START RESP,  *
      *    SO A FAILED ATTEMPT IS ON RECORD AS WELL AS A GOOD ONE.   *
      *                                                              *
      ****************************************************************
261015 01  MAL-REC.
261015     05  MAL-ACT-TP              PIC X(01).
261015         88  MAL-ACT-RESEND          VALUE 'S'.
261015         88  MAL-ACT-REHANDOFF       VALUE 'H'.
261015     05  MAL-DEST-CD             PIC X(04).
261015     05  MAL-MSG-SEQNO           PIC S9(09) COMP.
261015     05  MAL-STG-SEQNO           PIC X(13).
261015     05  MAL-MSG-TP              PIC X(04).
261015     05  MAL-TRANSID             PIC X(04).
261015     05  MAL-OPID                PIC X(08).
261015     05  MAL-ACT-DT              PIC X(08).
261015     05  MAL-ACT-TM              PIC X(06).
261015     05  MAL-RESULT-CD           PIC X(08).
261015     05  MAL-RESULT-TXT          PIC X(40).
