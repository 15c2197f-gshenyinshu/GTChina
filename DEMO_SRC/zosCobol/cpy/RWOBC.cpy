      *        TXOFF-NM    TTJBA OFFICE NAME                           *
      *        REMARK      THE REQUEST REMARK (W-COMM-R-SAYU)          *
      *        TODAY       RUN DATE YYYYMMDD                           *
261015*    REFUSAL/RETURN NOTICE FORMS (TRWBB TX_SRVC_TP NTREF AND     *
261015*    NTRTN) RESOLVE FROM THE TRWCB NOTICE ROW THE TRWAP ENTRY    *
261015*    POINTS AT:                                                  *
261015*        NOTICE-NO   NOTICE YEAR-SEQUENCE NUMBER                 *
261015*        NOTICE-DT   DATE THE NOTICE WAS RAISED                  *
261015*        RSN-CD      REASON CODE                                 *
261015*        RSN-TEXT    REASON TEXT                                 *
261015*        MISSING-DOC OPEN CHECKLIST DOC-CDS                      *
261015*        RESP-DUE-DT DEADLINE TO RESPOND                         *
      *    AN UNKNOWN SOURCE PRINTS AS SPACES AND IS COUNTED ON THE    *
      *    PRINT EXCEPTION LOG RATHER THAN FAILING THE CERTIFICATE.    *
      *                                                                *
