      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.ARCHIVE_CAT)                        *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    ARCHIVE_CAT  -  ARCHIVED PARTITION CATALOG                *
      *                                                              *
      *    ONE ROW PER UNLOAD GENERATION TAKEN BY THE TG110 ARCHIVE  *
      *    JOB, WRITTEN BY LCBBG111 WHEN IT CHECKS THE UNLOADED      *
      *    DATASET AGAINST THE TABLE, BEFORE THE DELETE STEP RUNS.   *
      *    EVERY UNLOAD TAKES ONE GENERATION OF THE ARCHIVE GDG,     *
      *    VERIFIED OR NOT, SO ARC-GEN IS THE ABSOLUTE GENERATION    *
      *    (GnnnnV00) OF ARC-DSN / ARC-CNTL-DSN.                     *
      *    ARC-FROM-DT / ARC-TO-DT ARE THE FIRST AND LAST JOURNAL    *
      *    DATES (JR_N POSITIONS 1-8) IN THE UNLOADED ROWS.          *
      *    ARC-HASH FOLDS EVERY UNLOADED RECORD IN FILE ORDER; THE   *
      *    RECALL (LCBBG112) RE-READS THE DATASET AND WILL NOT LOAD  *
      *    IT UNLESS COUNT AND HASH STILL AGREE WITH THIS ROW.       *
      *    ARC-STATUS:                                               *
      *      'V'  VERIFIED - COUNTS AGREED, DELETE STEP RELEASED     *
      *      'F'  FAILED   - UNLOAD SHORT OR LONG, DELETE HELD       *
      *      'R'  RECALLED - ROWS LOADED INTO TG110_RCL              *
      *                                                              *
      ****************************************************************
261015 01  ARC-REC.
261015     05  ARC-TABLE-NM            PIC X(18).
261015     05  ARC-GEN                 PIC S9(09) COMP.
261015     05  ARC-DSN                 PIC X(44).
261015     05  ARC-CNTL-DSN            PIC X(44).
261015     05  ARC-CUTOFF-KEY          PIC X(22).
261015     05  ARC-FROM-DT             PIC X(08).
261015     05  ARC-TO-DT               PIC X(08).
261015     05  ARC-ROW-CNT             PIC S9(15) COMP-3.
261015     05  ARC-DB-CNT              PIC S9(15) COMP-3.
261015     05  ARC-HASH                PIC S9(09) COMP.
261015     05  ARC-STATUS              PIC X(01).
261015         88  ARC-STATUS-VERIFIED     VALUE 'V'.
261015         88  ARC-STATUS-FAILED       VALUE 'F'.
261015         88  ARC-STATUS-RECALLED     VALUE 'R'.
261015     05  ARC-ARCH-DT             PIC X(08).
261015     05  ARC-ARCH-TM             PIC X(06).
261015     05  ARC-RECALL-DT           PIC X(08).
