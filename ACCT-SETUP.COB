               MOVE 5000 TO ACCT-DAILY-LIMIT
               MOVE 0 TO ACCT-DAILY-WITHDRAWN
               MOVE 0 TO ACCT-LAST-ACTIVITY-DATE
               MOVE 1000 TO ACCT-OVERDRAFT-LIMIT
               MOVE 0 TO ACCT-HOTLIST-REASON
               WRITE ACCT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: account master write failed for "
               MOVE 5000 TO ACCT-DAILY-LIMIT
               MOVE 0 TO ACCT-DAILY-WITHDRAWN
               MOVE 0 TO ACCT-LAST-ACTIVITY-DATE
               MOVE 0 TO ACCT-OVERDRAFT-LIMIT
               MOVE 0 TO ACCT-HOTLIST-REASON
               WRITE ACCT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: account master write failed for "
               MOVE 5000 TO ACCT-DAILY-LIMIT
               MOVE 0 TO ACCT-DAILY-WITHDRAWN
               MOVE 0 TO ACCT-LAST-ACTIVITY-DATE
               MOVE 0 TO ACCT-OVERDRAFT-LIMIT
               MOVE 0 TO ACCT-HOTLIST-REASON
               WRITE ACCT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: account master write failed for "
               MOVE 5000 TO ACCT-DAILY-LIMIT
               MOVE 0 TO ACCT-DAILY-WITHDRAWN
               MOVE 0 TO ACCT-LAST-ACTIVITY-DATE
               MOVE 0 TO ACCT-OVERDRAFT-LIMIT
               MOVE 0 TO ACCT-HOTLIST-REASON
               WRITE ACCT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: account master write failed for "
               MOVE 3000 TO ACCT-DAILY-LIMIT
               MOVE 0 TO ACCT-DAILY-WITHDRAWN
               MOVE 0 TO ACCT-LAST-ACTIVITY-DATE
               MOVE 0 TO ACCT-OVERDRAFT-LIMIT
               MOVE 0 TO ACCT-HOTLIST-REASON
               WRITE ACCT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: account master write failed for "
