      *            - withdrawals landing just under the daily limit
      *              on consecutive days;
      *            - unusual reversal volume, per card and in total
      *              (each supervisor's own reversals are listed on
      *              the operator activity report);
      *            - cards locked by three failed PIN attempts;
      *            - any attempt to use a hot-listed (lost, stolen or
      *              compromised) card, which the ATM retains and
      *              journals as HOT-CARD.
      *          Output is a printable report ranked by severity for
      *          the branch manager to sign off each morning.
      * Tectonics: cobc

      * Per-account tracking across the window: the daily limit and
      * lock state from the master, the running consecutive
      * balance-inquiry count, the per-day withdrawal totals, the
      * reversal count and the number of times the card was
      * presented after being hot-listed.
       01 WS-TRACK-TABLE.
           05 WS-TRK-COUNT PIC 9(4) VALUE ZERO.
           05 WS-TRK-ENTRY OCCURS 1000 TIMES.
               10 WS-TRK-LOCKED PIC X.
               10 WS-TRK-INQ-RUN PIC 9(3).
               10 WS-TRK-REVERSALS PIC 9(3).
               10 WS-TRK-HOT-ATTEMPTS PIC 9(3).
               10 WS-TRK-DAY-WITHDRAWN PIC 9(10)V99
                   OCCURS 7 TIMES.
       01 WS-TX PIC 9(4).
       01 WS-NEAR-RUN PIC 9(2).
       01 WS-BEST-NEAR-RUN PIC 9(2).
       01 WS-DY PIC 9(2).
       01 WS-HOT-EDIT PIC ZZ9.

      * One journal entry staged for scanning, whether it came from a
      * dated archive file or the live journal.
           PERFORM FIND-NEAR-LIMIT-RUNS.
           PERFORM FIND-REVERSAL-VOLUME.
           PERFORM FIND-LOCKED-CARDS.
           PERFORM FIND-HOTLIST-ATTEMPTS.
           PERFORM PRINT-FRAUD-REPORT.
           STOP RUN.

                           END-IF
                           MOVE 0 TO WS-TRK-INQ-RUN(WS-TRK-COUNT)
                           MOVE 0 TO WS-TRK-REVERSALS(WS-TRK-COUNT)
                           MOVE 0 TO
                               WS-TRK-HOT-ATTEMPTS(WS-TRK-COUNT)
                           PERFORM VARYING WS-DY FROM 1 BY 1
                                   UNTIL WS-DY > 7
                               MOVE 0 TO WS-TRK-DAY-WITHDRAWN
                       PERFORM ADD-FINDING-FOR-CARD
                   END-IF
               END-IF
               IF WS-SCN-TRAN-TYPE = "HOT-CARD"
                   ADD 1 TO WS-TRK-HOT-ATTEMPTS(WS-FOUND-INDEX)
               END-IF
               IF WS-SCN-TRAN-TYPE = "REVERSAL"
                   ADD 1 TO WS-TRK-REVERSALS(WS-FOUND-INDEX)
                   ADD 1 TO WS-TOTAL-REVERSALS
           END-PERFORM.


      * Someone holding a card reported lost, stolen or compromised
      * tried to use it; every such card is a HIGH finding, with the
      * number of attempts in the window.
       FIND-HOTLIST-ATTEMPTS.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TRK-COUNT
               IF WS-TRK-HOT-ATTEMPTS(WS-TX) > 0
                   MOVE WS-TX TO WS-FOUND-INDEX
                   MOVE 1 TO WS-SEV
                   MOVE WS-TRK-HOT-ATTEMPTS(WS-TX) TO WS-HOT-EDIT
                   MOVE SPACES TO WS-FND-STAGE-TEXT
                   STRING "HOT-LISTED CARD PRESENTED " DELIMITED BY SIZE
                       WS-HOT-EDIT DELIMITED BY SIZE
                       " TIME(S)" DELIMITED BY SIZE
                       INTO WS-FND-STAGE-TEXT
                   PERFORM ADD-FINDING-FOR-CARD
               END-IF
           END-PERFORM.


       PRINT-FRAUD-REPORT.
           OPEN OUTPUT FRAUD-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
