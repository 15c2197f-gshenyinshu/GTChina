      ****************************************************************
      *                                                              *
      *    DCLGEN TABLE(LCBD2CTL.SCHEMA_LAYOUT)                      *
      *            APOST                                             *
      *            ACTION(REPLACE)                                   *
      *                                                              *
      *    SCHEMA_LAYOUT  -  REGISTERED COLUMN LAYOUT OF THE NINE    *
      *                      LCBBGDMP UNLOAD TABLES                  *
      *                                                              *
      *    ONE ROW PER COLUMN, AS SYSIBM.SYSCOLUMNS SHOWED IT WHEN   *
      *    LCBBGDMP'S DCLGEN MOVES WERE LAST MADE TO MATCH.  THE     *
      *    TABLE ITSELF IS LCBD2Gnn.TGnn0 FOR TABLE-ID TGnn0.        *
      *    LCBSSCHK COMPARES THE CATALOG WITH THESE ROWS BEFORE      *
      *    EACH UNLOAD; LCBBGSLY RE-REGISTERS A TABLE FROM THE       *
      *    CATALOG ONCE A LAYOUT CHANGE HAS BEEN APPROVED AND THE    *
      *    UNLOAD CHANGED TO SUIT.                                   *
      *                                                              *
      ****************************************************************
261015 01  SLY-REC.
261015     05  SLY-TABLE-ID            PIC X(05).
261015     05  SLY-COL-NO              PIC S9(04) COMP.
261015     05  SLY-COL-NM              PIC X(18).
261015     05  SLY-COL-TYPE            PIC X(08).
261015     05  SLY-COL-LEN             PIC S9(04) COMP.
261015     05  SLY-COL-SCALE           PIC S9(04) COMP.
261015     05  SLY-APPR-DT             PIC X(08).
261015     05  SLY-APPR-K-ID           PIC X(08).
