      *           transfers draw only against the cleared part
      *           (balance less held); the deposit verification batch
      *           releases or rejects the held part.
      *           ACCT-LAST-ACTIVITY-DATE moves only on customer
      *           activity at the ATM; an account untouched for the
      *           configured number of months is marked dormant ("D")
      *           by the monthly dormancy run and cannot be drawn on
      *           until branch staff reactivate it.
      *           ACCT-BALANCE is signed: a cheque account may be
      *           drawn below zero up to ACCT-OVERDRAFT-LIMIT, so its
      *           available balance is the cleared balance plus any
      *           unused overdraft. Savings accounts carry a zero
      *           limit. Records written before the limit existed
      *           read back with spaces there and are taken as zero.
      *           A card reported lost, stolen or compromised is
      *           hot-listed ("H") with the reason in
      *           ACCT-HOTLIST-REASON; it cannot be used at the ATM
      *           and every attempt to use it is journalled. When the
      *           card is reissued the accounts move to the new card
      *           number and the old records stay behind as zero-
      *           balance stubs with reason 9 so earlier history still
      *           resolves.
      ******************************************************************
       01  ACCT-RECORD.
           05  ACCT-CARD-NUMBER          PIC X(16).
               88  ACCT-CHEQUE           VALUE "CHQ".
               88  ACCT-SAVINGS          VALUE "SAV".
           05  ACCT-PIN                  PIC X(4).
           05  ACCT-BALANCE              PIC S9(10)V99.
           05  ACCT-HELD-AMOUNT          PIC 9(10)V99.
           05  ACCT-STATUS               PIC X(1).
               88  ACCT-ACTIVE           VALUE "A".
               88  ACCT-LOCKED           VALUE "L".
               88  ACCT-CLOSED           VALUE "C".
               88  ACCT-DORMANT          VALUE "D".
               88  ACCT-HOTLISTED        VALUE "H".
           05  ACCT-FAILED-ATTEMPTS      PIC 9(1).
           05  ACCT-DAILY-LIMIT          PIC 9(10)V99.
           05  ACCT-DAILY-WITHDRAWN      PIC 9(10)V99.
           05  ACCT-LAST-ACTIVITY-DATE   PIC 9(8).
           05  ACCT-OVERDRAFT-LIMIT      PIC 9(10)V99.
           05  ACCT-HOTLIST-REASON       PIC 9(1).
               88  ACCT-HOT-NONE         VALUE 0.
               88  ACCT-HOT-LOST         VALUE 1.
               88  ACCT-HOT-STOLEN       VALUE 2.
               88  ACCT-HOT-COMPROMISED  VALUE 3.
               88  ACCT-HOT-VALID-REPORT VALUE 1 THRU 3.
               88  ACCT-HOT-REISSUED     VALUE 9.
