      ******************************************************************
      * Copybook: BILLPAY
      * Purpose:  Biller payment file record layouts (BILLPAY.DAT),
      *           written by BILL-SETTLE for one business date and
      *           sent to the billers. The file is one header record
      *           ("HDR"), then for each biller paid a biller header
      *           ("BHD"), one detail record per payment and a biller
      *           trailer ("BTR") carrying that biller's count and
      *           total, and finally one file trailer ("TRL") with the
      *           biller count, payment count and total over the
      *           whole file. Detail records carry the customer's
      *           reference with the biller, never the card number.
      ******************************************************************
       01  BPAY-DETAIL-RECORD.
           05  BPAY-DTL-TAG              PIC X(3).
           05  BPAY-DTL-BILLER-CODE      PIC X(6).
           05  BPAY-DTL-REFERENCE        PIC X(20).
           05  BPAY-DTL-AMOUNT           PIC 9(10)V99.
           05  BPAY-DTL-TIMESTAMP        PIC 9(14).
           05  BPAY-DTL-TERMINAL-ID      PIC X(8).
           05  BPAY-DTL-BUSINESS-DATE    PIC 9(8).

       01  BPAY-HEADER-RECORD.
           05  BPAY-HDR-TAG              PIC X(3).
           05  BPAY-HDR-DATE             PIC 9(8).
           05  BPAY-HDR-SITE-ID          PIC X(8).
           05  BPAY-HDR-RUN-NUMBER       PIC 9(4).

       01  BPAY-BILLER-HEADER-RECORD.
           05  BPAY-BHD-TAG              PIC X(3).
           05  BPAY-BHD-BILLER-CODE      PIC X(6).
           05  BPAY-BHD-BILLER-NAME      PIC X(30).

       01  BPAY-BILLER-TRAILER-RECORD.
           05  BPAY-BTR-TAG              PIC X(3).
           05  BPAY-BTR-BILLER-CODE      PIC X(6).
           05  BPAY-BTR-PAYMENT-COUNT    PIC 9(6).
           05  BPAY-BTR-TOTAL            PIC 9(12)V99.

       01  BPAY-TRAILER-RECORD.
           05  BPAY-TRL-TAG              PIC X(3).
           05  BPAY-TRL-BILLER-COUNT     PIC 9(4).
           05  BPAY-TRL-PAYMENT-COUNT    PIC 9(6).
           05  BPAY-TRL-TOTAL            PIC 9(12)V99.
