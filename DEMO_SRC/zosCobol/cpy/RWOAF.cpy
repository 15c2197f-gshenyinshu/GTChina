      *    REFUSES TO PRINT A RECEIPT WHOSE ROW IS STILL UNPAID        *
      *    (S0810), AND THE JAPB2 DAILY CASH-UP REPORT TIES POSTED     *
      *    PAYMENTS TO ISSUED CERTIFICATES PER OFFICE FROM HERE.       *
261015*                                                                *
261015*    A WAIVED FEE (PAY_FG 'W') CARRIES THE STATUTORY EXEMPTION   *
261015*    THE SUPERVISOR RELIED ON - WAIVE_RSN_CD, AND WAIVE_RSN_TXT  *
261015*    FOR THE CITATION OR NOTE (REQUIRED WITH '99').  PAY_OPID    *
261015*    IS THE WAIVING SUPERVISOR.  THE JAPB8 MONTHLY WAIVER        *
261015*    EXCEPTION REPORT READS BOTH.                                *
      *                                                                *
      ******************************************************************
260902 01  TRWAF.
260902         88  PAY-METHOD-CASH         VALUE 'C'.
260902         88  PAY-METHOD-CARD         VALUE 'D'.
260902         88  PAY-METHOD-TRANSFER     VALUE 'T'.
261015     05  WAIVE-RSN-CD            PIC X(02).
261015         88  WAIVE-RSN-PUBLIC-AGENCY VALUE '01'.
261015         88  WAIVE-RSN-WELFARE       VALUE '02'.
261015         88  WAIVE-RSN-LEGAL-AID     VALUE '03'.
261015         88  WAIVE-RSN-DISASTER      VALUE '04'.
261015         88  WAIVE-RSN-OTHER         VALUE '99'.
261015         88  WAIVE-RSN-VALID         VALUE '01' '02' '03' '04'
261015                                           '99'.
261015     05  WAIVE-RSN-TXT           PIC X(40).
