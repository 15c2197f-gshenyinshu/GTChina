      *    SECOND OPERATOR, WITH THE BEFORE/AFTER AUDIT ON TK142.      *
      *    A ROW COUNTS ONLY WHILE MCHT-STAUS IS 'A' AND THE RUN       *
      *    DATE SITS IN THE EFF-DT / END-DT WINDOW.                    *
261015*                                                                *
261015*    SET '07' LINKS CARD MERCHANTS TO THE BUSINESSES THEY TRADE  *
261015*    AS:  ITM-TXT IS THE MERCHANT NUMBER (1-10) FOLLOWED BY THE  *
261015*    BUSNID (11-20); BHV-POST-PNT IS NOT USED.  ONE BUSINESS MAY *
261015*    HOLD SEVERAL MERCHANT NUMBERS.  THE MIPB7 CARD-SALES        *
261015*    MATCHING RUN READS IT; MAINTAINED THROUGH LCHPK14 LIKE ANY  *
261015*    OTHER SET.                                                  *
      *                                                                *
      ******************************************************************
260902 01  LCHTK140.
