       01 JOURNAL-VOUCHER-RECORD.
      *    One line of a manual GL journal voucher.  Every line of a
      *    voucher carries the voucher's number, maker, checker and
      *    status, and the lines of one voucher sit together on the
      *    file in line order.  JV-BRANCH is the branch the voucher
      *    books at; every line of a voucher carries the same one.
           05 JV-VOUCHER-NO         PIC 9(08).
           05 JV-LINE-NO            PIC 9(03).
           05 JV-GL-ACCOUNT         PIC 9(08).
           05 JV-DR-CR              PIC X(01).
               88 JV-DEBIT          VALUE "D".
               88 JV-CREDIT         VALUE "C".
           05 JV-AMOUNT             PIC 9(09)V99.
           05 JV-NARRATIVE          PIC X(30).
           05 JV-VALUE-DATE         PIC 9(08).
           05 JV-MAKER-ID           PIC X(08).
           05 JV-CHECKER-ID         PIC X(08).
           05 JV-STATUS             PIC X(01).
               88 JV-PENDING        VALUE "P".
               88 JV-APPROVED       VALUE "A".
               88 JV-REJECTED       VALUE "R".
               88 JV-POSTED         VALUE "D".
           05 JV-ENTERED-DATE       PIC 9(08).
           05 JV-STATUS-DATE        PIC 9(08).
           05 JV-BRANCH             PIC X(04).
