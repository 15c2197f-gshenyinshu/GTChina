      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCS)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCS  -  FILING  DEMAND  (NON-FILER  CASE)                 *
      *                                                                *
      *    ONE ROW PER RETURN THE MIPB5 NON-FILER RUN FOUND MISSING    *
      *    AFTER ITS FILING DEADLINE:  A DRWB.TRWCQ OBLIGATION PERIOD  *
      *    (BUSNID, TXTP-CD, ASS-YYMM-FR = FIRST MONTH OF THE PERIOD)  *
      *    WITH NO RIV010/RGV010 RETURN AND NO DRWB.TRWBK LATE-FILING  *
      *    ROW, NOT WHOLLY INSIDE A DTBA.TTBAT SUSPENSION.  PERIOD-FR- *
      *    DT/PERIOD-TO-DT ARE THE FIRST AND LAST DAY OF THE PERIOD,   *
      *    DUE-DT THE STATUTORY DEADLINE (MIP02'S RULE, COUNTED FROM   *
      *    THE LAST MONTH OF THE PERIOD) AND FILE-BY-DT THE DATE THE   *
      *    PRINTED DEMAND GIVES TO FILE.                               *
      *    DEMAND-STAUS:                                               *
      *      'N'  DEMAND SENT - RETURN STILL OUTSTANDING               *
      *      'F'  RETURN SINCE FOUND ON FILE BY A LATER MIPB5 RUN      *
      *      'V'  VOIDED - A LAP15 SUSPENSION RECORDED AFTERWARDS      *
      *           COVERS THE WHOLE PERIOD                              *
      *    A PERIOD IS DEMANDED ONCE; A ROW IN ANY STATUS STOPS A      *
      *    SECOND DEMAND FOR THE SAME PERIOD.                          *
      *                                                                *
      ******************************************************************
261015 01  TRWCS.
261015     05  BUSNID                  PIC X(10).
261015     05  TXTP-CD                 PIC X(02).
261015     05  ASS-YYMM-FR             PIC X(06).
261015     05  PERIOD-FR-DT            PIC X(08).
261015     05  PERIOD-TO-DT            PIC X(08).
261015     05  TXOFF-CD                PIC X(03).
261015     05  DUE-DT                  PIC X(08).
261015     05  DEMAND-DT               PIC X(08).
261015     05  FILE-BY-DT              PIC X(08).
261015     05  DEMAND-STAUS            PIC X(01).
261015         88  DEMAND-STAUS-OPEN       VALUE 'N'.
261015         88  DEMAND-STAUS-FILED      VALUE 'F'.
261015         88  DEMAND-STAUS-VOID       VALUE 'V'.
261015     05  STAUS-DT                PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
261015     05  STAUS-OPID              PIC X(08).
