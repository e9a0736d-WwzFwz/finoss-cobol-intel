      * Funds-transfer-pricing rates for the monthly PROFRPT run:
      * per account type, the annual rate the treasury credits an
      * account for the funding its balance provides (deposits) or
      * charges it for the funding its balance uses (loans), applied
      * to the month's average BALHIST balance.
       01 FTP-RATE-RECORD.
           05 FTP-ACCOUNT-TYPE      PIC X(02).
           05 FTP-SIDE              PIC X(01).
               88 FTP-FUNDS-CREDIT  VALUE "C".
               88 FTP-FUNDS-CHARGE  VALUE "D".
           05 FTP-RATE              PIC 9V9(04).
