      *           that had activity, and one trailer record ("TRL")
      *           whose control totals let the host prove the file is
      *           complete and not a duplicate.
      *           EXTR-FINAL-SIGN is "-" when the account closed the
      *           day overdrawn, otherwise "+"; EXTR-FINAL-BALANCE
      *           carries the amount without sign.
      ******************************************************************
       01  EXTR-RECORD.
           05  EXTR-CARD-NUMBER          PIC X(16).
           05  EXTR-TRAN-COUNT           PIC 9(5).
           05  EXTR-NET-SIGN             PIC X(1).
           05  EXTR-NET-AMOUNT           PIC 9(10)V99.
           05  EXTR-FINAL-SIGN           PIC X(1).
           05  EXTR-FINAL-BALANCE        PIC 9(10)V99.

       01  EXTR-HEADER-RECORD.
