      * Overdraft-protection links: a checking account BALCHK finds
      * short for a payment draws the shortfall from one of its
      * funding accounts -- savings accounts the same customer holds
      * -- tried in ascending OPL-PRIORITY order.  Only active rows
      * are honored; a cancelled link stays on file for the record.
       01 OD-PROTECT-LINK-RECORD.
           05 OPL-CHECKING-ACCT     PIC X(10).
           05 OPL-FUNDING-ACCT      PIC X(10).
           05 OPL-PRIORITY          PIC 9(02).
           05 OPL-STATUS            PIC X(01).
               88 OPL-ACTIVE        VALUE "A".
               88 OPL-CANCELLED     VALUE "C".
