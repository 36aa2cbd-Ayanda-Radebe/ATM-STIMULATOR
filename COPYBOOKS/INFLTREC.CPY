      ******************************************************************
      * Copybook: INFLTREC
      * Purpose:  In-flight transaction log record layout
      *           (INFLIGHT.DAT). ATM-SIMULATOR appends a begin
      *           record ("B") for every money transaction before it
      *           touches the account master, journal or cassette
      *           file, and a complete record ("C") once all three
      *           are written. A begin record with no later record
      *           for the same stamp and sequence is a transaction
      *           interrupted part-way; TXN-RECOVER resolves it and
      *           appends "F" (finished), "K" (backed out) or "M"
      *           (left for manual resolution).
      *           The record carries everything recovery needs to
      *           tell which updates landed and to finish or undo
      *           them: the account's balance, hold, daily withdrawn
      *           and last-activity date before and after, the
      *           destination account's balance before and after on
      *           a transfer, the original entry on a reversal, and
      *           the notes moved per denomination (up to one entry
      *           per cassette) with the cassette count before the
      *           move. IFL-CASH-DIRECTION is "O"
      *           when notes left the cassette, "I" when they went
      *           back in, "N" when the cassette is not involved.
      *           A bill payment carries the biller and reference it
      *           journals, so recovery can write the entry in full.
      ******************************************************************
       01  IFL-RECORD.
           05  IFL-REC-TYPE              PIC X(1).
               88  IFL-BEGIN             VALUE "B".
               88  IFL-COMPLETE          VALUE "C".
               88  IFL-FINISHED          VALUE "F".
               88  IFL-BACKED-OUT        VALUE "K".
               88  IFL-MANUAL            VALUE "M".
               88  IFL-RESOLVED          VALUE "C" "F" "K" "M".
           05  IFL-TRAN-STAMP            PIC 9(14).
           05  IFL-TRAN-SEQ              PIC 9(4).
           05  IFL-TRAN-TYPE             PIC X(12).
           05  IFL-CARD-NUMBER           PIC X(16).
           05  IFL-ACCOUNT-TYPE          PIC X(3).
           05  IFL-AMOUNT                PIC 9(10)V99.
           05  IFL-PRE-BALANCE           PIC S9(10)V99.
           05  IFL-POST-BALANCE          PIC S9(10)V99.
           05  IFL-PRE-HELD              PIC 9(10)V99.
           05  IFL-POST-HELD             PIC 9(10)V99.
           05  IFL-PRE-DAILY-WITHDRAWN   PIC 9(10)V99.
           05  IFL-POST-DAILY-WITHDRAWN  PIC 9(10)V99.
           05  IFL-PRE-ACTIVITY-DATE     PIC 9(8).
           05  IFL-POST-ACTIVITY-DATE    PIC 9(8).
           05  IFL-DEST-CARD             PIC X(16).
           05  IFL-DEST-ACCT-TYPE        PIC X(3).
           05  IFL-DEST-PRE-BALANCE      PIC S9(10)V99.
           05  IFL-DEST-POST-BALANCE     PIC S9(10)V99.
           05  IFL-ORIG-TYPE             PIC X(12).
           05  IFL-ORIG-TIMESTAMP        PIC 9(14).
           05  IFL-CASH-DIRECTION        PIC X(1).
               88  IFL-CASH-OUT          VALUE "O".
               88  IFL-CASH-IN           VALUE "I".
               88  IFL-CASH-NONE         VALUE "N".
           05  IFL-NOTE-MOVES.
               10  IFL-NOTE-MOVE         OCCURS 6 TIMES.
                   15  IFL-NOTE-DENOM    PIC 9(4).
                   15  IFL-NOTE-COUNT    PIC 9(4).
                   15  IFL-CASS-PRE-QTY  PIC 9(6).
           05  IFL-TERMINAL-ID           PIC X(8).
           05  IFL-BUSINESS-DATE         PIC 9(8).
           05  IFL-BILLER-CODE           PIC X(6).
           05  IFL-BILL-REFERENCE        PIC X(20).
