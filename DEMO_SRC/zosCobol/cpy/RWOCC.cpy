      ******************************************************************
      *                                                                *
      *    DCLGEN TABLE(DRWB.TRWCC)                                    *
      *            APOST                                               *
      *            ACTION(REPLACE)                                     *
      *                                                                *
      *    TRWCC  -  AUTHORIZED  REPRESENTATIVE  REGISTER              *
      *                                                                *
      *    ONE ROW PER POWER OF ATTORNEY / TAX-AGENT MANDATE A         *
      *    PRINCIPAL HAS LODGED:  WHO MAY ACT (REP-ID), FOR WHOM       *
      *    (PRINCIPAL-ID), FOR WHICH CERTIFICATE SERVICE (TX-SRVC-TP,  *
      *    '*****' COVERS EVERY SERVICE) AND FROM/TO WHICH DATE.       *
      *    DOC-REF IS THE FILING REFERENCE OF THE SIGNED INSTRUMENT.   *
      *    AN AUTHORITY IS LIVE WHILE AUTH-STAUS IS 'A' AND TODAY      *
      *    FALLS INSIDE VALID-FR-DT / VALID-TO-DT; A WITHDRAWN ROW     *
      *    ('W') IS KEPT FOR THE AUDIT TRAIL.  MAINTAINED THROUGH      *
      *    JAPAD; READ BY JAPA1 AND JAPB1 AT INTAKE AND BY LAP92 AT    *
      *    COUNTER PICKUP.                                             *
      *                                                                *
      ******************************************************************
261015 01  TRWCC.
261015     05  PRINCIPAL-ID            PIC X(13).
261015     05  PRINCIPAL-TP            PIC X(01).
261015     05  REP-ID                  PIC X(13).
261015     05  REP-TP                  PIC X(01).
261015     05  TX-SRVC-TP              PIC X(05).
261015         88  TX-SRVC-TP-ALL          VALUE '*****'.
261015     05  VALID-FR-DT             PIC X(08).
261015     05  VALID-TO-DT             PIC X(08).
261015     05  REP-KIND                PIC X(01).
261015         88  REP-KIND-TAX-AGENT      VALUE 'A'.
261015         88  REP-KIND-LAWYER         VALUE 'L'.
261015         88  REP-KIND-FAMILY         VALUE 'F'.
261015         88  REP-KIND-OTHER          VALUE 'O'.
261015     05  REP-NM                  PIC X(30).
261015     05  DOC-REF                 PIC X(30).
261015     05  AUTH-STAUS              PIC X(01).
261015         88  AUTH-ACTIVE             VALUE 'A'.
261015         88  AUTH-WITHDRAWN          VALUE 'W'.
261015     05  REGIST-DT               PIC X(08).
261015     05  REGIST-OPID             PIC X(08).
261015     05  CHANGE-DT               PIC X(08).
261015     05  CHANGE-OPID             PIC X(08).
