      *    OVERRIDES.  THE LCBBGSCH GENERATOR TURNS THE TABLE INTO   *
      *    THE EVENING'S JOB DECKS, SO A DATE-RULE CHANGE IS A ROW   *
      *    UPDATE AND NOT A HAND-EDITED RUN CARD.                    *
      *    A JOB FED BY AN EXTERNAL FILE CARRIES THE EXPECTED FILE:  *
      *    ITS DATASET PATTERN (@DATE@ AS IN THE PARAMETER RULE,     *
      *    '%' ANY ONE CHARACTER, A FINAL '*' ANY REMAINDER), THE    *
      *    ARRIVAL WINDOW (HHMMSS; A CLOSING TIME BEFORE THE         *
      *    OPENING TIME IS ON THE NEXT DAY) AND THE MINIMUM RECORD   *
      *    COUNT.  SUCH A JOB IS HELD ON FILE_WAIT UNTIL LCBBGFAR    *
      *    SEES A QUALIFYING FILE ARRIVE.                            *
      *                                                              *
      ****************************************************************
260822 01  SCHD-REC.
260822     05  SCHD-FORCE-FG           PIC X(01).
260822         88  SCHD-FORCE-YES          VALUE 'Y'.
260822     05  SCHD-OVRD-OPID          PIC X(08).
261015     05  SCHD-FILE-DSN-PAT       PIC X(44).
261015     05  SCHD-FILE-WIN-FR        PIC X(06).
261015     05  SCHD-FILE-WIN-TO        PIC X(06).
261015     05  SCHD-FILE-MIN-REC       PIC S9(09)   COMP-3.
