      *                    REPORT.  READS EVERY LCBD2CTL.DAILY_RECON_  *
      *                    CTL ROW LOGGED FOR THE SYSIN-SUPPLIED RUN   *
      *                    DATE (ONE ROW PER SOURCE PROGRAM - JAPA1,   *
      *                    MIP02, LCHBK161, MAPB7) AND REPORTS, PER    *
      *                    PROGRAM, HOW MANY ITEMS CAME IN AGAINST HOW *
      *                    MANY ACTUALLY POSTED.  A PROGRAM THAT NEVER *
      *                    LOGGED A ROW FOR THE DATE, OR WHOSE IN/OUT  *
      *                    COUNTS DO NOT MATCH, IS FLAGGED ON THE      *
      *                    REPORT AND RETURN-CODE IS SET TO A          *
      *    DATE         S.E.                  DESCRIPTION              *
      *  --------  --------------  ---------------------------------   *
      *  26/08/09  S.K.CHOI        INITIAL CODING                      *
      *  26/10/15  S.K.CHOI        EXPECT THE MAPB7 GL JOURNAL FEED -  *
      *                            A DAY WITH NO FEED ROW IS MISSING,  *
      *                            A DAY HELD BACK OUT OF BALANCE IS   *
      *                            A MISMATCH                          *
      *                                                                *
      ******************************************************************

      *                                                              *
      *    E X P E C T E D   S O U R C E   P R O G R A M   T A B L E *
      *                                                              *
      *    THE PROGRAMS THAT FEED DAILY_RECON_CTL.  A RUN DATE       *
      *    WITH NO ROW FOR ONE OF THESE IS REPORTED AS MISSING,      *
      *    RATHER THAN SILENTLY SKIPPED, SINCE A PROGRAM THAT DID    *
      *    NOT RUN AT ALL IS ITSELF SOMETHING OPERATIONS NEEDS TO    *
           05  FILLER                   PIC  X(08)  VALUE 'JAPA1   '.
           05  FILLER                   PIC  X(08)  VALUE 'MIP02   '.
           05  FILLER                   PIC  X(08)  VALUE 'LCHBK161'.
           05  FILLER                   PIC  X(08)  VALUE 'MAPB7   '.

       01  W-EXPECT-PGM-TABLE REDEFINES W-EXPECT-PGM-VALUE.
           05  W-EXPECT-PGM             OCCURS  4  TIMES
                                        INDEXED BY  W-E-IDX
                                        PIC  X(08).

       01  W-EXPECT-FOUND-TABLE.
           05  W-EXPECT-FOUND           OCCURS  4  TIMES
                                        PIC  X(01)  VALUE  SPACE.

      ****************************************************************
       S0700-REPORT-MISSING             SECTION.

           SET  W-E-IDX                  TO  1.
           PERFORM  S0710-CHECK-ONE-MISSING  4  TIMES.

       S0700-REPORT-MISSING-EXIT.
           EXIT.
