      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWBN)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWBN  -  CERTIFICATE  VERIFICATION  LOOKUP  LOG            *
      *                                                                *
      *    ONE ROW PER LAP93 (LA93) PUBLIC VERIFICATION INQUIRY -      *
      *    THE SERIAL ASKED ABOUT, WHO ASKED (THE RELYING PARTY'S      *
      *    INSTITUTION CODE AND NAME AS KEYED, AND THE TERMINAL),      *
      *    WHEN, AND THE ANSWER GIVEN.  THE RECEIPT KEY IS SPACES      *
      *    WHEN THE SERIAL MATCHED NOTHING.  WHEN A CERTIFICATE IS     *
      *    REVOKED (TRWBM) THESE ROWS ARE HOW LAPBA KNOWS WHICH BANKS  *
      *    AND COURTS ALREADY RELIED ON THE PAPER.  LOG-SEQNO IS A     *
      *    GENERATE_UNIQUE() SURROGATE KEY, AS ON TRWBR.               *
      *                                                                *
      ******************************************************************
261015 01  TRWBN.
261015     05  LOG-SEQNO               PIC X(13).
261015     05  VERIFY-NO               PIC X(16).
261015     05  RCVE-NO-TXOFF           PIC X(03).
261015     05  RCVE-NO-YY              PIC X(04).
261015     05  RCVE-NO-SEQNO           PIC 9(07).
261015     05  CALLER-ID               PIC X(10).
261015     05  CALLER-NM               PIC X(30).
261015     05  TERM-ID                 PIC X(04).
261015     05  VERIFY-DT               PIC X(08).
261015     05  VERIFY-TIME             PIC X(06).
261015     05  ANSWER-STAUS            PIC X(10).
