      *           On a REVERSAL entry, JRNL-ORIG-TYPE and
      *           JRNL-ORIG-TIMESTAMP identify the transaction being
      *           backed out; on every other entry they are spaces
      *           and zero.
      *           JRNL-NOTE-MIX records the notes that actually moved
      *           on a WITHDRAWAL, a REVERSAL of one, a CASH-LOAD and
      *           a CASH-UNLOAD: denomination and note count pairs,
      *           unused slots zero. The entry names its own
      *           denominations, so it reads the same whatever
      *           cassettes the terminal is configured with later.
      *           It is zeros on every other entry.
      *           JRNL-NOTE-COUNTS is the older form of the same
      *           information, kept for entries written before the
      *           mix existed (their mix reads back as spaces): the
      *           notes of 200, 100 and 50, in that order. New
      *           entries carry zeros there.
      *           JRNL-TERMINAL-ID is the site id of the machine (or
      *           back office) that wrote the entry, taken from the
      *           SITEID parameter record, so merged journals can
      *           next calendar day. The end-of-day jobs select on
      *           it; entries written before the field existed read
      *           back as spaces and fall back to the timestamp date.
      *           JRNL-OLD-BALANCE and JRNL-NEW-BALANCE are signed, as
      *           an overdrawn cheque account runs below zero;
      *           JRNL-AMOUNT is always the unsigned amount moved.
      *           On a BILL-PAY entry JRNL-BILLER-CODE and
      *           JRNL-BILL-REFERENCE carry the biller paid (BILLREC)
      *           and the customer's reference with that biller; on
      *           every other entry, and on entries written before
      *           the fields existed, they read back as spaces.
      ******************************************************************
       01  JRNL-RECORD.
           05  JRNL-CARD-NUMBER          PIC X(16).
           05  JRNL-ACCOUNT-TYPE         PIC X(3).
           05  JRNL-TRAN-TYPE            PIC X(12).
           05  JRNL-AMOUNT               PIC 9(10)V99.
           05  JRNL-OLD-BALANCE          PIC S9(10)V99.
           05  JRNL-NEW-BALANCE          PIC S9(10)V99.
           05  JRNL-TIMESTAMP            PIC 9(14).
           05  JRNL-ORIG-TYPE            PIC X(12).
           05  JRNL-ORIG-TIMESTAMP       PIC 9(14).
               10  JRNL-NOTE-COUNT       PIC 9(4) OCCURS 3 TIMES.
           05  JRNL-TERMINAL-ID          PIC X(8).
           05  JRNL-BUSINESS-DATE        PIC 9(8).
           05  JRNL-BILLER-CODE          PIC X(6).
           05  JRNL-BILL-REFERENCE       PIC X(20).
           05  JRNL-NOTE-MIX.
               10  JRNL-MIX-ENTRY        OCCURS 6 TIMES.
                   15  JRNL-MIX-DENOM    PIC 9(4).
                   15  JRNL-MIX-COUNT    PIC 9(4).
