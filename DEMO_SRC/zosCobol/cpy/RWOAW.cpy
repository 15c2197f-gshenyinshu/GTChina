260902*        MAIL RECEIPT.  TRACKING-NO CARRIES THE TRANSMISSION
260902*        ID AND SIGNED-BY THE ENDPOINT TRANSMITTED TO.
260902         88  CONFIRM-TP-ETRANS       VALUE 'E'.
261015*        'N' - WRITTEN BY LAPBB WHEN A BOOKED TRWCE PICKUP SLOT
261015*        PASSES WITH NOBODY COLLECTING.  NOT A DELIVERY - IT
261015*        ANCHORS THE TRWAX RE-DELIVERY ITEM THE NO-SHOW OPENS.
261015*        TRACKING-NO CARRIES THE MISSED SLOT DATE/TIME.
261015         88  CONFIRM-TP-NOSHOW       VALUE 'N'.
261015*        'T' - WRITTEN BY LAPB5 WHEN A RENDERED NOTICE (TRWAP
261015*        DELIV-CHANNEL 'E', 'S' OR 'M') IS TRANSMITTED TO THE
261015*        TAXPAYER'S TRWDB CONTACT.  KEPT APART FROM 'E' SO A
261015*        NOTICE SENT UNDER A RECEIPT'S NUMBER DOES NOT MARK THE
261015*        RECEIPT'S OWN CERTIFICATE AS SENT.  TRACKING-NO AND
261015*        SIGNED-BY AS FOR 'E'.
261015         88  CONFIRM-TP-NOTICE-XMIT  VALUE 'T'.
260711     05  TRACKING-NO             PIC X(20).
260711     05  SIGNED-BY               PIC X(30).
260711     05  CONFIRM-OPID            PIC X(08).
