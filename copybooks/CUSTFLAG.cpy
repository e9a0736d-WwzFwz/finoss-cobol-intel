      * Customers whose records call for extra care when looked at:
      * "V" private-banking VIPs, supplied by private banking, and
      * "S" members of staff, supplied by HR with the OPERMAST
      * operator ID the staff member signs on with (spaces for staff
      * who hold no operator ID).  One row per customer and flag.
       01 CUST-FLAG-RECORD.
           05 CF-CUST-ID            PIC 9(08).
           05 CF-FLAG               PIC X(01).
               88 CF-VIP            VALUE "V".
               88 CF-STAFF          VALUE "S".
           05 CF-OPERATOR-ID        PIC X(08).
           05 CF-EFFECTIVE-DATE     PIC 9(08).
