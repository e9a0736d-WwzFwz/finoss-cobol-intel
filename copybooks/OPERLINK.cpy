      * Operator-to-customer links: the CUST-ID each OPERMAST
      * operator banks under ("O", own), and the customers they have
      * declared a personal relationship with ("R", related -- a
      * spouse, parent, business partner).  Declared to compliance
      * and keyed through OPLKMNT; an ended link stays on file for
      * the history.  Read by SODMON for self-dealing and by
      * ACCSREVW for lookups of an operator's own or related
      * customers.
       01 OPER-LINK-RECORD.
           05 OL-LINK-ID            PIC 9(06).
           05 OL-OPERATOR-ID        PIC X(08).
           05 OL-CUST-ID            PIC 9(08).
           05 OL-LINK-TYPE          PIC X(01).
               88 OL-OWN            VALUE "O".
               88 OL-RELATED        VALUE "R".
           05 OL-RELATIONSHIP       PIC X(10).
           05 OL-DECLARED-BY        PIC X(08).
           05 OL-DECLARED-DATE      PIC 9(08).
           05 OL-STATUS             PIC X(01).
               88 OL-ACTIVE         VALUE "A".
               88 OL-ENDED          VALUE "E".
