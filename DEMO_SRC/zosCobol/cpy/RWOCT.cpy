      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCT)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCT  -  RETURN  CONSISTENCY  (MATH-ERROR)  RULE           *
      *                                                                *
      *    THE ARITHMETIC CHECKS MIP02 APPLIES TO A RETURN OF TXTP-CD  *
      *    BEFORE IT IS POSTED, IN RULE-SEQ ORDER.  FIELDS ARE NAMED   *
      *    BY POSITION IN THE 352-BYTE RIV010 RECORD (1 = FIRST BYTE), *
      *    LENGTH AND FORMAT ('Z' ZONED DECIMAL UP TO 15 BYTES, 'P'    *
      *    PACKED UP TO 8), WHOLE CURRENCY UNITS.  THE SOURCE IS       *
      *    SRC-CNT ADJACENT ITEMS OF SRC-LEN BYTES FROM SRC-POS,       *
      *    ADDED TOGETHER.                                             *
      *    RULE-TP:                                                    *
      *      'S'  SUM    - THE TARGET (A TOTAL) MUST EQUAL THE SUM OF  *
      *                    THE SOURCE ITEMS (THE LINE ITEMS)           *
      *      'R'  RATE   - THE TARGET (THE TAX) MUST EQUAL THE SOURCE  *
      *                    (THE TAX BASE) TIMES RATE-PCT PERCENT,      *
      *                    ROUNDED                                     *
      *      'C'  CREDIT - THE SOURCE (THE CREDITS) MAY NOT EXCEED THE *
      *                    TARGET (THE TAX)                            *
      *      'I'  INCOME - NOT A CHECK:  THE TARGET IS THE GROSS       *
      *                    INCOME (SALES) REPORTED ON THE RETURN,      *
      *                    WHICH THE MIPB7 CARD-SALES MATCHING RUN     *
      *                    COMPARES WITH THE SETTLED CARD SALES.  ONE  *
      *                    ACTIVE ROW PER TAX TYPE; MIP02 PASSES IT    *
      *                    OVER.  THE SOURCE FIELDS ARE NOT USED.      *
      *    A DIFFERENCE UP TO TOL-AMT IS ACCEPTED AS ROUNDING.         *
      *    ACTIVE-FG 'N' STOPS THE RULE.  A ROW WHOSE FIELDS DO NOT    *
      *    LIE INSIDE THE RECORD IS PASSED OVER.  MAINTAINED BY        *
      *    OPERATIONS AS TABLE DATA, NOT CODE.                         *
      *                                                                *
      ******************************************************************
261015 01  TRWCT.
261015     05  TXTP-CD                 PIC X(02).
261015     05  RULE-SEQ                PIC S9(04) COMP.
261015     05  RULE-TP                 PIC X(01).
261015         88  RULE-TP-SUM             VALUE 'S'.
261015         88  RULE-TP-RATE            VALUE 'R'.
261015         88  RULE-TP-CREDIT          VALUE 'C'.
261015         88  RULE-TP-INCOME          VALUE 'I'.
261015     05  RULE-DESC               PIC X(30).
261015     05  TGT-POS                 PIC S9(04) COMP.
261015     05  TGT-LEN                 PIC S9(04) COMP.
261015     05  TGT-FMT                 PIC X(01).
261015     05  SRC-POS                 PIC S9(04) COMP.
261015     05  SRC-LEN                 PIC S9(04) COMP.
261015     05  SRC-FMT                 PIC X(01).
261015     05  SRC-CNT                 PIC S9(04) COMP.
261015     05  RATE-PCT                PIC S9(03)V9(4) COMP-3.
261015     05  TOL-AMT                 PIC S9(09) COMP-3.
261015     05  ACTIVE-FG               PIC X(01).
261015         88  ACTIVE-FG-YES           VALUE 'Y'.
261015         88  ACTIVE-FG-NO            VALUE 'N'.
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
