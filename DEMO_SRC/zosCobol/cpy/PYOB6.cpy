      *    SO A RATE CHANGE IS A ROW, NOT A RECOMPILE, AND INTEREST    *
      *    STOPS BEING COMPUTED ON CALCULATORS AND KEYED AS MANUAL     *
      *    ADJUSTMENTS.                                                *
261015*    ROWS ARE MAINTAINED ONLY THROUGH PYPA2 UNDER DUAL CONTROL   *
261015*    (DRWA.TRYBQ PENDING QUEUE, DRWA.TRYBS AUDIT).               *
      *                                                                *
      ******************************************************************
260822 01  TRYBR.
