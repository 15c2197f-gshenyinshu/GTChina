      *    ONE THE NIGHTLY MAPB2 ACCRUAL APPLIES TO OVERDUE TTJBD      *
      *    BALANCES, SO A STATUTORY RATE CHANGE IS A TABLE ROW, NOT    *
      *    AN EXAMINER'S PRIVATE ARITHMETIC.                           *
261015*    ROWS ARE MAINTAINED ONLY THROUGH PYPA2 UNDER DUAL CONTROL   *
261015*    (DRWA.TRYBQ PENDING QUEUE, DRWA.TRYBS AUDIT).               *
      *                                                                *
      ******************************************************************
260902 01  TRYBP.
