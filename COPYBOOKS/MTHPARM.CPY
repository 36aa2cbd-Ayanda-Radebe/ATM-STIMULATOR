      *           in basis points per month and applied to the SAV
      *           balance at posting time, and the fee charged per
      *           withdrawal made during the month. Read by the
      *           month-end interest and fee posting batch. Also
      *           carries the number of whole months without customer
      *           activity after which the monthly dormancy run marks
      *           an account dormant, and the debit interest rate,
      *           in basis points per month, charged on the overdrawn
      *           part of a cheque account.
      ******************************************************************
       01  MTH-PARM-RECORD.
           05  MTH-INTEREST-RATE-BP      PIC 9(4).
           05  MTH-FEE-PER-WITHDRAWAL    PIC 9(10)V99.
           05  MTH-DORMANCY-MONTHS       PIC 9(3).
           05  MTH-DEBIT-RATE-BP         PIC 9(4).
