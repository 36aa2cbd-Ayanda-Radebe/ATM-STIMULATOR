      *          BANKJRNL.DAT. An archive file's trailing control
      *          record is recognised by its CONTROL tag and dropped,
      *          so the merged file holds detail entries only.
      *          Notes dispensed are summarised per denomination as
      *          named on each entry, so terminals with different
      *          cassette sets, or one reconfigured part-way through
      *          the period, are reported correctly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RECORDS-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-LIST-ENDED PIC X VALUE "N".

      * Denominations of the three JRNL-NOTE-COUNT slots on journal
      * entries written before the entries carried their own note
      * mix (see JRNLREC); used only to read those entries back.
       01 WS-OLD-NOTE-DENOMS-INIT.
           05 FILLER PIC 9(4) VALUE 0200.
           05 FILLER PIC 9(4) VALUE 0100.
           05 FILLER PIC 9(4) VALUE 0050.
       01 WS-OLD-NOTE-DENOMS REDEFINES WS-OLD-NOTE-DENOMS-INIT.
           05 WS-OLD-NOTE-DENOM PIC 9(4) OCCURS 3 TIMES.
       01 WS-DX PIC 9(1).

      * The entry in hand's notes as denomination and count pairs,
      * from its note mix or, on an older entry, its 200/100/50
      * counts.
       01 WS-ENTRY-NOTE-MIX.
           05 WS-ENT-MIX-ENTRY OCCURS 6 TIMES.
               10 WS-ENT-MIX-DENOM PIC 9(4).
               10 WS-ENT-MIX-COUNT PIC 9(4).
       01 WS-NOTE-SIGN PIC S9(1).

      * Per-terminal activity and cash summary. Notes dispensed is
      * signed per denomination: a withdrawal dispenses, a reversal
      * of one hands the notes back. Each terminal keeps its own
      * denominations, largest first, as its entries name them.
      * Entries journalled before the terminal id existed group
      * under UNKNOWN.
       01 WS-TERMINAL-TABLE.
           05 WS-TRM-COUNT PIC 9(2) VALUE ZERO.
           05 WS-TRM-ENTRY OCCURS 10 TIMES.
               10 WS-TRM-TRAN-COUNT PIC 9(6).
               10 WS-TRM-DEPOSITS PIC 9(12)V99.
               10 WS-TRM-WITHDRAWALS PIC 9(12)V99.
               10 WS-TRM-DENOM-COUNT PIC 9(1).
               10 WS-TRM-CASH OCCURS 8 TIMES.
                   15 WS-TRM-DENOM PIC 9(4).
                   15 WS-TRM-NOTES PIC S9(8).
       01 WS-TD PIC 9(1).
       01 WS-TD-FOUND PIC 9(1).
       01 WS-TD-PLACED PIC X.
       01 WS-TRM-X PIC 9(2).
       01 WS-TRM-FOUND PIC 9(2).
       01 WS-TRM-SEARCH-ID PIC X(8).
                   MOVE 0 TO WS-TRM-TRAN-COUNT(WS-TRM-FOUND)
                   MOVE 0 TO WS-TRM-DEPOSITS(WS-TRM-FOUND)
                   MOVE 0 TO WS-TRM-WITHDRAWALS(WS-TRM-FOUND)
                   MOVE 0 TO WS-TRM-DENOM-COUNT(WS-TRM-FOUND)
               END-IF
           END-IF.
           IF WS-TRM-FOUND NOT = 0
               IF INP-TRAN-TYPE = "DEPOSIT"
                   ADD INP-AMOUNT TO WS-TRM-DEPOSITS(WS-TRM-FOUND)
               END-IF
               MOVE 0 TO WS-NOTE-SIGN
               IF INP-TRAN-TYPE = "WITHDRAWAL"
                   ADD INP-AMOUNT TO WS-TRM-WITHDRAWALS(WS-TRM-FOUND)
                   MOVE 1 TO WS-NOTE-SIGN
               END-IF
               IF INP-TRAN-TYPE = "REVERSAL" AND
                   INP-ORIG-TYPE = "WITHDRAWAL"
                   MOVE -1 TO WS-NOTE-SIGN
               END-IF
               IF WS-NOTE-SIGN NOT = 0
                   PERFORM STAGE-ENTRY-NOTES
                   PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
                       IF WS-ENT-MIX-COUNT(WS-DX) > 0
                           PERFORM ACCUMULATE-TERMINAL-NOTES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.


      * An entry written before the note mix existed carries its
      * notes in the older 200/100/50 counts; one older still has
      * neither and contributes no notes.
       STAGE-ENTRY-NOTES.
           MOVE ZEROS TO WS-ENTRY-NOTE-MIX.
           IF INP-NOTE-MIX IS NUMERIC
               MOVE INP-NOTE-MIX TO WS-ENTRY-NOTE-MIX
           ELSE
               IF INP-NOTE-COUNTS IS NUMERIC
                   PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
                       MOVE WS-OLD-NOTE-DENOM(WS-DX) TO
                           WS-ENT-MIX-DENOM(WS-DX)
                       MOVE INP-NOTE-COUNT(WS-DX) TO
                           WS-ENT-MIX-COUNT(WS-DX)
                   END-PERFORM
               END-IF
           END-IF.


      * Adds one denomination's notes to the terminal's figures,
      * opening a slot for a denomination the terminal has not shown
      * before; the slots stay largest denomination first.
       ACCUMULATE-TERMINAL-NOTES.
           MOVE 0 TO WS-TD-FOUND.
           PERFORM VARYING WS-TD FROM 1 BY 1
                   UNTIL WS-TD > WS-TRM-DENOM-COUNT(WS-TRM-FOUND)
               IF WS-TRM-DENOM(WS-TRM-FOUND, WS-TD) =
                   WS-ENT-MIX-DENOM(WS-DX)
                   MOVE WS-TD TO WS-TD-FOUND
               END-IF
           END-PERFORM.
           IF WS-TD-FOUND = 0
               IF WS-TRM-DENOM-COUNT(WS-TRM-FOUND) >= 8
                   DISPLAY "WARNING: more than 8 denominations for "
                       "terminal " WS-TRM-ID(WS-TRM-FOUND)
                       "; notes of " WS-ENT-MIX-DENOM(WS-DX)
                       " were not summarised."
               ELSE
                   PERFORM OPEN-TERMINAL-DENOM
               END-IF
           END-IF.
           IF WS-TD-FOUND NOT = 0
               COMPUTE WS-TRM-NOTES(WS-TRM-FOUND, WS-TD-FOUND) =
                   WS-TRM-NOTES(WS-TRM-FOUND, WS-TD-FOUND) +
                   (WS-ENT-MIX-COUNT(WS-DX) * WS-NOTE-SIGN)
           END-IF.


       OPEN-TERMINAL-DENOM.
           ADD 1 TO WS-TRM-DENOM-COUNT(WS-TRM-FOUND).
           MOVE WS-TRM-DENOM-COUNT(WS-TRM-FOUND) TO WS-TD.
           MOVE "N" TO WS-TD-PLACED.
           PERFORM UNTIL WS-TD-PLACED = "Y"
               IF WS-TD = 1
                   MOVE "Y" TO WS-TD-PLACED
               ELSE
                   IF WS-TRM-DENOM(WS-TRM-FOUND, WS-TD - 1) >
                       WS-ENT-MIX-DENOM(WS-DX)
                       MOVE "Y" TO WS-TD-PLACED
                   ELSE
                       MOVE WS-TRM-CASH(WS-TRM-FOUND, WS-TD - 1) TO
                           WS-TRM-CASH(WS-TRM-FOUND, WS-TD)
                       SUBTRACT 1 FROM WS-TD
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ENT-MIX-DENOM(WS-DX) TO
               WS-TRM-DENOM(WS-TRM-FOUND, WS-TD).
           MOVE 0 TO WS-TRM-NOTES(WS-TRM-FOUND, WS-TD).
           MOVE WS-TD TO WS-TD-FOUND.


       PRINT-TERMINAL-SUMMARY.
           DISPLAY " ".
           DISPLAY "Per-terminal activity and cash summary:".
               MOVE WS-TRM-WITHDRAWALS(WS-TRM-X) TO WS-EDIT-TOTAL
               DISPLAY "  Withdrawals       : " WS-EDIT-TOTAL
               MOVE 0 TO WS-CASH-VALUE
               PERFORM VARYING WS-TD FROM 1 BY 1
                       UNTIL WS-TD > WS-TRM-DENOM-COUNT(WS-TRM-X)
                   DISPLAY "  Notes of "
                       WS-TRM-DENOM(WS-TRM-X, WS-TD) " dispensed: "
                       WS-TRM-NOTES(WS-TRM-X, WS-TD)
                   COMPUTE WS-CASH-VALUE = WS-CASH-VALUE +
                       (WS-TRM-NOTES(WS-TRM-X, WS-TD) *
                       WS-TRM-DENOM(WS-TRM-X, WS-TD))
               END-PERFORM
               DISPLAY "  Cash value dispensed: " WS-CASH-VALUE
           END-PERFORM.
