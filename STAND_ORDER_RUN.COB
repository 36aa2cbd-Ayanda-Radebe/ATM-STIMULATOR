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
       01 WS-AX PIC 9(4).
       01 WS-FOUND-INDEX PIC 9(4).
       01 WS-SEARCH-CARD PIC X(16).
           05 WS-RUN-ABORTED PIC X VALUE "N".

       01 WS-TODAY PIC 9(8).
      * Funds available to draw against: the balance less the
      * deposits still on verification hold, plus on a cheque account
      * the unused part of its overdraft limit.
       01 WS-AVAILABLE-BALANCE PIC S9(10)V99.
       01 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.

           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.

       01 WS-REJECT-REASON PIC X(30).
       01 WS-REJECT-LINE.
                            WS-ACC-DAILY-WITHDRAWN(WS-ACCOUNT-COUNT)
                               MOVE ACCT-LAST-ACTIVITY-DATE TO
                          WS-ACC-LAST-ACTIVITY-DATE(WS-ACCOUNT-COUNT)
                               IF ACCT-OVERDRAFT-LIMIT IS NUMERIC
                                   MOVE ACCT-OVERDRAFT-LIMIT TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                               END-IF
                               IF ACCT-HOTLIST-REASON IS NUMERIC
                                   MOVE ACCT-HOTLIST-REASON TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
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
      * posted order has its next-run date advanced; a rejected one
      * keeps its date and is retried at the next run. An order that
      * fell several periods behind catches up one period per run.
      * A dormant account keeps paying and receiving its orders: the
      * customer set them up, and a standing-order debit is not
      * customer activity, so it never stamps the last-activity date.
       POST-ONE-ORDER.
           MOVE WS-ORD-CARD(WS-OX) TO WS-SEARCH-CARD.
           MOVE WS-ORD-ACCT-TYPE(WS-OX) TO WS-SEARCH-TYPE.
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE WS-FOUND-INDEX TO WS-SRC-INDEX
               IF NOT WS-ACC-ACTIVE(WS-SRC-INDEX) AND
                   NOT WS-ACC-DORMANT(WS-SRC-INDEX)
                   MOVE "SOURCE ACCOUNT UNAVAILABLE" TO
                       WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       MOVE WS-FOUND-INDEX TO WS-DEST-INDEX
                       IF NOT WS-ACC-ACTIVE(WS-DEST-INDEX) AND
                           NOT WS-ACC-DORMANT(WS-DEST-INDEX)
                           MOVE "DEST ACCOUNT UNAVAILABLE" TO
                               WS-REJECT-REASON
                           PERFORM WRITE-REJECT-LINE
                           COMPUTE WS-AVAILABLE-BALANCE =
                               WS-ACC-BALANCE(WS-SRC-INDEX) -
                               WS-ACC-HELD-AMOUNT(WS-SRC-INDEX)
                           IF WS-ACC-ACCOUNT-TYPE(WS-SRC-INDEX) = "CHQ"
                               ADD WS-ACC-OVERDRAFT-LIMIT(WS-SRC-INDEX)
                                   TO WS-AVAILABLE-BALANCE
                           END-IF
                           IF WS-ORD-AMOUNT(WS-OX) >
                               WS-AVAILABLE-BALANCE
                               MOVE "INSUFFICIENT FUNDS" TO
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
