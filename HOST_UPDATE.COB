               10 WS-ACC-CARD-NUMBER PIC X(16).
               10 WS-ACC-ACCOUNT-TYPE PIC X(3).
               10 WS-ACC-PIN PIC X(4).
               10 WS-ACC-BALANCE PIC S9(10)V99.
               10 WS-ACC-HELD-AMOUNT PIC 9(10)V99.
               10 WS-ACC-STATUS PIC X(1).
                   88 WS-ACC-ACTIVE VALUE "A".
                   88 WS-ACC-LOCKED VALUE "L".
                   88 WS-ACC-CLOSED VALUE "C".
                   88 WS-ACC-DORMANT VALUE "D".
                   88 WS-ACC-HOTLISTED VALUE "H".
               10 WS-ACC-FAILED-ATTEMPTS PIC 9(1).
               10 WS-ACC-DAILY-LIMIT PIC 9(10)V99.
               10 WS-ACC-DAILY-WITHDRAWN PIC 9(10)V99.
               10 WS-ACC-LAST-ACTIVITY-DATE PIC 9(8).
               10 WS-ACC-OVERDRAFT-LIMIT PIC 9(10)V99.
               10 WS-ACC-HOTLIST-REASON PIC 9(1).
               10 WS-ACC-CHANGED PIC X.
       01 WS-AX PIC 9(4).
       01 WS-AY PIC 9(4).
       01 WS-MID-INDEX PIC 9(4).
       01 WS-FIRST-OF-CARD PIC 9(4).
       01 WS-TABLE-UNSORTED PIC X.
      * Set when a record was written before the overdraft limit or
      * the hot-list reason was added to the layout; such a master
      * is rewritten in full once at load so later in-place
      * rewrites keep the record length.
       01 WS-TABLE-SHORT-RECORDS PIC X.
       01 WS-PREV-CARD PIC X(16).
       01 WS-PREV-TYPE PIC X(3).
       01 WS-HOLD-ENTRY.

       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OLD-BALANCE PIC S9(10)V99.
      * How far a debit adjustment may take the account: its balance,
      * plus the overdraft limit on a cheque account.
       01 WS-DEBIT-HEADROOM PIC S9(10)V99.

      * Journal entry staging area, filled before PERFORM
      * WRITE-JOURNAL-ENTRY.
           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.

       01 WS-REJECT-REASON PIC X(30).
       01 WS-REJECT-LINE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE "N" TO WS-TABLE-UNSORTED.
           MOVE "N" TO WS-TABLE-SHORT-RECORDS.
           MOVE LOW-VALUES TO WS-PREV-CARD.
           MOVE LOW-VALUES TO WS-PREV-TYPE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
                            WS-ACC-DAILY-WITHDRAWN(WS-ACCOUNT-COUNT)
                               MOVE ACCT-LAST-ACTIVITY-DATE TO
                          WS-ACC-LAST-ACTIVITY-DATE(WS-ACCOUNT-COUNT)
                               IF ACCT-OVERDRAFT-LIMIT IS NUMERIC
                                   MOVE ACCT-OVERDRAFT-LIMIT TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                                   MOVE "Y" TO WS-TABLE-SHORT-RECORDS
                               END-IF
                               IF ACCT-HOTLIST-REASON IS NUMERIC
                                   MOVE ACCT-HOTLIST-REASON TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                                   MOVE "Y" TO WS-TABLE-SHORT-RECORDS
                               END-IF
                               MOVE "N" TO
                                   WS-ACC-CHANGED(WS-ACCOUNT-COUNT)
                               IF ACCT-CARD-NUMBER < WS-PREV-CARD OR
                       "order; sorting and rewriting it."
                   PERFORM SORT-ACCOUNT-TABLE
                   PERFORM SAVE-FULL-MASTER
               ELSE
                   IF WS-TABLE-SHORT-RECORDS = "Y"
                       DISPLAY "NOTE: account master file predates "
                           "the current record layout; rewriting it."
                       PERFORM SAVE-FULL-MASTER
                   END-IF
               END-IF
           END-IF.

                       NEWM-DAILY-WITHDRAWN
                   MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX) TO
                       NEWM-LAST-ACTIVITY-DATE
                   MOVE WS-ACC-OVERDRAFT-LIMIT(WS-AX) TO
                       NEWM-OVERDRAFT-LIMIT
                   MOVE WS-ACC-HOTLIST-REASON(WS-AX) TO
                       NEWM-HOTLIST-REASON
                   WRITE NEWM-RECORD
                   IF WS-ACCT-NEW-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: account master write failed "
                                   ACCT-DAILY-WITHDRAWN
                               MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX)
                                   TO ACCT-LAST-ACTIVITY-DATE
                               MOVE WS-ACC-OVERDRAFT-LIMIT(WS-AX)
                                   TO ACCT-OVERDRAFT-LIMIT
                               MOVE WS-ACC-HOTLIST-REASON(WS-AX)
                                   TO ACCT-HOTLIST-REASON
                               REWRITE ACCT-RECORD
                               IF WS-ACCT-FILE-STATUS NOT = "00"
                                   DISPLAY "WARNING: account master "
           MOVE SPACES TO JRNL-ORIG-TYPE.
           MOVE 0 TO JRNL-ORIG-TIMESTAMP.
           MOVE ZEROS TO JRNL-NOTE-COUNTS.
           MOVE ZEROS TO JRNL-NOTE-MIX.
           MOVE WS-SITE-ID TO JRNL-TERMINAL-ID.
           MOVE WS-BUSINESS-DATE TO JRNL-BUSINESS-DATE.
           MOVE SPACES TO JRNL-BILLER-CODE.
           MOVE SPACES TO JRNL-BILL-REFERENCE.
           WRITE JRNL-RECORD.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: journal write failed for card "

      * A status change is card-level and is applied to every record
      * of the card; balance and limit changes land on the one
      * account named by card number plus account type. A hot-listed
      * card is released only by a reissue at the branch, never by a
      * host status change, and the stub left behind on a reissued
      * card takes no further postings.
       APPLY-ONE-UPDATE.
           MOVE HUPD-CARD-NUMBER TO WS-SEARCH-CARD.
           IF HUPD-STATUS-CHANGE
                   MOVE "UNKNOWN CARD" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF WS-ACC-HOTLISTED(WS-FOUND-INDEX)
                       MOVE "CARD IS HOT-LISTED" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM APPLY-STATUS-CHANGE
                   END-IF
               END-IF
           ELSE
               IF HUPD-BALANCE-ADJ OR HUPD-LIMIT-CHANGE
                       MOVE "UNKNOWN CARD/ACCOUNT" TO
                           WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                   IF WS-ACC-HOTLIST-REASON(WS-FOUND-INDEX) = 9
                       MOVE "CARD REPLACED BY REISSUE" TO
                           WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       IF HUPD-BALANCE-ADJ
                           PERFORM APPLY-BALANCE-ADJUSTMENT
                           PERFORM APPLY-LIMIT-CHANGE
                       END-IF
                   END-IF
                   END-IF
               ELSE
                   MOVE "UNKNOWN UPDATE TYPE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               MOVE "Y" TO WS-ACC-CHANGED(WS-FOUND-INDEX)
           ELSE
               IF HUPD-SIGN = "-"
                   MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                       WS-DEBIT-HEADROOM
                   IF WS-ACC-ACCOUNT-TYPE(WS-FOUND-INDEX) = "CHQ"
                       ADD WS-ACC-OVERDRAFT-LIMIT(WS-FOUND-INDEX) TO
                           WS-DEBIT-HEADROOM
                   END-IF
                   IF HUPD-AMOUNT > WS-DEBIT-HEADROOM
                       MOVE "ADJUSTMENT EXCEEDS BALANCE" TO
                           WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
