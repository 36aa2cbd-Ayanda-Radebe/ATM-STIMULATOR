      ******************************************************************
      * Copybook: BILLREC
      * Purpose:  Biller master record layout (BILLER.DAT), one
      *           record per registered biller (municipality, utility
      *           and the like) a customer can pay at the ATM. Kept
      *           by operations; read by ATM-SIMULATOR to list and
      *           validate payments and by BILL-SETTLE to build the
      *           biller payment file.
      *           Only an active biller ("A") can be paid. A biller
      *           suspended ("I") stays on the file so payments
      *           already taken from customers are still settled.
      *           The reference rules describe the customer's account
      *           number with the biller:
      *             BILL-REF-CHARSET   "N" digits only, "A" letters
      *                                and digits;
      *             BILL-REF-CHECK     "L" the last digit is a
      *                                modulus-10 (Luhn) check digit
      *                                over the whole reference,
      *                                "N" no check digit;
      *             BILL-REF-PREFIX    characters the reference must
      *                                start with, spaces for none;
      *             BILL-REF-MIN-LEN / BILL-REF-MAX-LEN
      *                                allowed length, at most 20.
      ******************************************************************
       01  BILL-RECORD.
           05  BILL-CODE                 PIC X(6).
           05  BILL-NAME                 PIC X(30).
           05  BILL-STATUS               PIC X(1).
               88  BILL-ACTIVE           VALUE "A".
               88  BILL-SUSPENDED        VALUE "I".
           05  BILL-REF-CHARSET          PIC X(1).
               88  BILL-REF-NUMERIC      VALUE "N".
               88  BILL-REF-ALPHANUMERIC VALUE "A".
           05  BILL-REF-CHECK            PIC X(1).
               88  BILL-CHECK-LUHN       VALUE "L".
               88  BILL-CHECK-NONE       VALUE "N".
           05  BILL-REF-PREFIX           PIC X(4).
           05  BILL-REF-MIN-LEN          PIC 9(2).
           05  BILL-REF-MAX-LEN          PIC 9(2).
