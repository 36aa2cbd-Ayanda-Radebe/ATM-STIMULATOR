      *          shows, per denomination: value on hand, average
      *          daily notes dispensed, the projected run-out date,
      *          and a recommended replenishment order sized to a
      *          week of average dispensing. The denominations
      *          reported are the terminal's configured cassettes
      *          (CASSETTE records on ATMPARM.DAT); the notes
      *          dispensed are taken from the denominations named on
      *          each journal entry, so history written under an
      *          earlier cassette set is still counted correctly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "ATMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASSETTE-FILE.
       FD  JOURNAL-ARCHIVE-FILE.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==ARCH==.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-CASH-FILE-STATUS PIC XX.
       01 WS-JRNL-FILE-STATUS PIC XX.
       01 WS-CASH-EOF PIC X VALUE "N".
       01 WS-JRNL-EOF PIC X VALUE "N".
       01 WS-ARCH-EOF PIC X.
       01 WS-PARM-FILE-STATUS PIC XX.
       01 WS-PARM-EOF PIC X VALUE "N".

      * The cassette file as read, kept so a terminal with no
      * cassettes configured can take its denominations from it.
       01 WS-CASH-TABLE.
           05 WS-CASH-COUNT-ENTRIES PIC 9(2) VALUE ZERO.
           05 WS-CASH-ENTRY OCCURS 10 TIMES.
               10 WS-CASH-DENOM-T PIC 9(4).
               10 WS-CASH-QTY PIC 9(6).
       01 WS-CX PIC 9(2).

      * The cassettes fitted to this terminal: one denomination per
      * cassette, largest first, from the CASSETTE records on
      * ATMPARM.DAT, the same set ATM-SIMULATOR dispenses from. A
      * terminal with none configured works with the denominations
      * on the cassette file as they stand.
       01 WS-DENOM-TABLE.
           05 WS-DENOM-ENTRIES PIC 9(1) VALUE ZERO.
           05 WS-DENOM-VALUE PIC 9(4) OCCURS 6 TIMES.
       01 WS-CASS-NUMBER-SEEN PIC X(6).
       01 WS-NEW-DENOM PIC 9(4).
       01 WS-DENOM-PLACED PIC X.
       01 WS-DENOM-DUPLICATE PIC X.
       01 WS-DENOM-FOUND PIC 9(1).

      * Denominations of the three JRNL-NOTE-COUNT slots on journal
      * entries written before the entries carried their own note
      * mix (see JRNLREC); used only to read those entries back.
       01 WS-OLD-NOTE-DENOMS-INIT.
           05 FILLER PIC 9(4) VALUE 0200.
           05 FILLER PIC 9(4) VALUE 0100.
           05 FILLER PIC 9(4) VALUE 0050.
       01 WS-OLD-NOTE-DENOMS REDEFINES WS-OLD-NOTE-DENOMS-INIT.
           05 WS-OLD-NOTE-DENOM PIC 9(4) OCCURS 3 TIMES.

      * Per-denomination report accumulators, one per configured
      * cassette. Notes used is signed: withdrawal reversals hand the
      * notes back.
       01 WS-REPORT-TABLE.
           05 WS-RPT-ENTRY OCCURS 6 TIMES.
               10 WS-RPT-ON-HAND PIC 9(6).
               10 WS-RPT-NOTES-USED PIC S9(8).
               10 WS-RPT-AVG-NOTES PIC 9(6).
       01 WS-DAY-FOUND PIC X.

      * One journal entry staged for tallying, whether it came from
      * the live journal or from a dated archive file. The note mix
      * is the denomination and count pairs recorded on the entry;
      * all zeros means the entry predates note-count recording and
      * the amount is split largest denomination first as a
      * fallback.
       01 WS-TLY-TRAN-TYPE PIC X(12).
       01 WS-TLY-ORIG-TYPE PIC X(12).
       01 WS-TLY-AMOUNT PIC 9(10)V99.
       01 WS-TLY-DATE PIC 9(8).
       01 WS-TLY-NOTE-MIX.
           05 WS-TLY-MIX-ENTRY OCCURS 6 TIMES.
               10 WS-TLY-MIX-DENOM PIC 9(4).
               10 WS-TLY-MIX-COUNT PIC 9(4).
       01 WS-TLY-NOTES PIC 9(6).
       01 WS-MX PIC 9(1).
       01 WS-SPLIT-AMOUNT PIC 9(10)V99.
       01 WS-SPLIT-NOTES PIC 9(8).
       01 WS-SPLIT-SIGN PIC S9(1).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARCH-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ARCH-DATE).
           PERFORM LOAD-CASSETTE-CONFIG.
           PERFORM LOAD-CASSETTE-COUNTS.
           PERFORM TALLY-JOURNAL-DISPENSES.
           PERFORM READ-ARCHIVE-HISTORY.
           STOP RUN.


      * Reads the cassette denominations from the parameter file. A
      * missing file, or one with no CASSETTE records, leaves the
      * set empty for LOAD-CASSETTE-COUNTS to take from the cassette
      * file.
       LOAD-CASSETTE-CONFIG.
           MOVE 0 TO WS-DENOM-ENTRIES.
           MOVE SPACES TO WS-CASS-NUMBER-SEEN.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           IF PARM-CASSETTE-REC
                               PERFORM ADD-CONFIGURED-CASSETTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.


      * One CASSETTE parameter record: cassette number 1-6 and the
      * denomination it holds. A cassette number given twice, or a
      * denomination already fitted in another cassette, is reported
      * and the later record ignored.
       ADD-CONFIGURED-CASSETTE.
           IF PARM-CASS-NUMBER IS NOT NUMERIC OR
               PARM-CASS-DENOM IS NOT NUMERIC OR
               PARM-CASS-NUMBER < 1 OR PARM-CASS-NUMBER > 6 OR
               PARM-CASS-DENOM = 0
               DISPLAY "WARNING: invalid CASSETTE parameter record "
                   "ignored: " PARM-DATA
           ELSE
               IF WS-CASS-NUMBER-SEEN(PARM-CASS-NUMBER:1) = "Y"
                   DISPLAY "WARNING: cassette " PARM-CASS-NUMBER
                       " configured twice; denom " PARM-CASS-DENOM
                       " ignored."
               ELSE
                   MOVE PARM-CASS-DENOM TO WS-NEW-DENOM
                   PERFORM CHECK-DENOM-CONFIGURED
                   IF WS-DENOM-DUPLICATE = "Y"
                       DISPLAY "WARNING: denomination " WS-NEW-DENOM
                           " already in another cassette; cassette "
                           PARM-CASS-NUMBER " ignored."
                   ELSE
                       MOVE "Y" TO
                           WS-CASS-NUMBER-SEEN(PARM-CASS-NUMBER:1)
                       PERFORM INSERT-DENOMINATION
                   END-IF
               END-IF
           END-IF.


      * With no cassettes configured, the terminal works with the
      * denominations already on the cassette file, up to six.
       DEFAULT-CASSETTE-CONFIG.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               MOVE WS-CASH-DENOM-T(WS-CX) TO WS-NEW-DENOM
               PERFORM CHECK-DENOM-CONFIGURED
               IF WS-NEW-DENOM > 0 AND WS-DENOM-DUPLICATE NOT = "Y"
                   IF WS-DENOM-ENTRIES < 6
                       PERFORM INSERT-DENOMINATION
                   ELSE
                       DISPLAY "WARNING: more than 6 denominations on "
                           "the cassette file; denom " WS-NEW-DENOM
                           " is not reported."
                   END-IF
               END-IF
           END-PERFORM.


      * Sets WS-DENOM-FOUND to the configured cassette holding
      * WS-NEW-DENOM, zero when no cassette holds it.
       CHECK-DENOM-CONFIGURED.
           MOVE "N" TO WS-DENOM-DUPLICATE.
           MOVE 0 TO WS-DENOM-FOUND.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               IF WS-DENOM-VALUE(WS-DX) = WS-NEW-DENOM
                   MOVE "Y" TO WS-DENOM-DUPLICATE
                   MOVE WS-DX TO WS-DENOM-FOUND
               END-IF
           END-PERFORM.


      * Adds WS-NEW-DENOM to the configured denominations, keeping
      * them largest first: smaller values already held move down a
      * place until the new one's slot is reached.
       INSERT-DENOMINATION.
           ADD 1 TO WS-DENOM-ENTRIES.
           MOVE WS-DENOM-ENTRIES TO WS-DX.
           MOVE "N" TO WS-DENOM-PLACED.
           PERFORM UNTIL WS-DENOM-PLACED = "Y"
               IF WS-DX = 1
                   MOVE "Y" TO WS-DENOM-PLACED
               ELSE
                   IF WS-DENOM-VALUE(WS-DX - 1) > WS-NEW-DENOM
                       MOVE "Y" TO WS-DENOM-PLACED
                   ELSE
                       MOVE WS-DENOM-VALUE(WS-DX - 1) TO
                           WS-DENOM-VALUE(WS-DX)
                       SUBTRACT 1 FROM WS-DX
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-NEW-DENOM TO WS-DENOM-VALUE(WS-DX).


       LOAD-CASSETTE-COUNTS.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE 0 TO WS-RPT-ON-HAND(WS-DX)
               MOVE 0 TO WS-RPT-NOTES-USED(WS-DX)
           END-PERFORM.
               READ CASSETTE-FILE
                   AT END MOVE "Y" TO WS-CASH-EOF
                   NOT AT END
                       IF WS-CASH-COUNT-ENTRIES < 10
                           ADD 1 TO WS-CASH-COUNT-ENTRIES
                           MOVE CASH-DENOM TO
                               WS-CASH-DENOM-T(WS-CASH-COUNT-ENTRIES)
                           MOVE CASH-COUNT TO
                               WS-CASH-QTY(WS-CASH-COUNT-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASSETTE-FILE.
           IF WS-DENOM-ENTRIES = 0
               PERFORM DEFAULT-CASSETTE-CONFIG
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               MOVE WS-CASH-DENOM-T(WS-CX) TO WS-NEW-DENOM
               PERFORM CHECK-DENOM-CONFIGURED
               IF WS-DENOM-FOUND > 0
                   MOVE WS-CASH-QTY(WS-CX) TO
                       WS-RPT-ON-HAND(WS-DENOM-FOUND)
               END-IF
           END-PERFORM.


       TALLY-JOURNAL-DISPENSES.
           MOVE JRNL-ORIG-TYPE TO WS-TLY-ORIG-TYPE.
           MOVE JRNL-AMOUNT TO WS-TLY-AMOUNT.
           MOVE JRNL-TIMESTAMP(1:8) TO WS-TLY-DATE.
      * An entry written before the note mix existed carries its
      * notes in the older 200/100/50 counts instead.
           MOVE ZEROS TO WS-TLY-NOTE-MIX.
           IF JRNL-NOTE-MIX IS NUMERIC
               MOVE JRNL-NOTE-MIX TO WS-TLY-NOTE-MIX
           ELSE
               IF JRNL-NOTE-COUNTS IS NUMERIC
                   PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 3
                       MOVE WS-OLD-NOTE-DENOM(WS-MX) TO
                           WS-TLY-MIX-DENOM(WS-MX)
                       MOVE JRNL-NOTE-COUNT(WS-MX) TO
                           WS-TLY-MIX-COUNT(WS-MX)
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM TALLY-ONE-ENTRY.

           MOVE ARCH-ORIG-TYPE TO WS-TLY-ORIG-TYPE.
           MOVE ARCH-AMOUNT TO WS-TLY-AMOUNT.
           MOVE ARCH-TIMESTAMP(1:8) TO WS-TLY-DATE.
           MOVE ZEROS TO WS-TLY-NOTE-MIX.
           IF ARCH-NOTE-MIX IS NUMERIC
               MOVE ARCH-NOTE-MIX TO WS-TLY-NOTE-MIX
           ELSE
               IF ARCH-NOTE-COUNTS IS NUMERIC
                   PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 3
                       MOVE WS-OLD-NOTE-DENOM(WS-MX) TO
                           WS-TLY-MIX-DENOM(WS-MX)
                       MOVE ARCH-NOTE-COUNT(WS-MX) TO
                           WS-TLY-MIX-COUNT(WS-MX)
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM TALLY-ONE-ENTRY.


      * Uses the note mix recorded on the entry, each denomination
      * counted against the cassette that holds it now; notes of a
      * denomination no longer fitted have no cassette to forecast
      * and are left out. An entry written before note counts
      * existed carries zeros, and for those the amount is split
      * over the configured denominations largest first, which
      * matches an unconstrained dispense.
       TALLY-ONE-ENTRY.
           MOVE 0 TO WS-SPLIT-SIGN.
           IF WS-TLY-TRAN-TYPE = "WITHDRAWAL"
           END-IF.
           IF WS-SPLIT-SIGN NOT = 0
               PERFORM NOTE-ACTIVITY-DATE
               MOVE 0 TO WS-TLY-NOTES
               PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 6
                   ADD WS-TLY-MIX-COUNT(WS-MX) TO WS-TLY-NOTES
               END-PERFORM
               IF WS-TLY-NOTES = 0
                   MOVE WS-TLY-AMOUNT TO WS-SPLIT-AMOUNT
                   PERFORM VARYING WS-DX FROM 1 BY 1
                           UNTIL WS-DX > WS-DENOM-ENTRIES
                       COMPUTE WS-SPLIT-NOTES =
                           WS-SPLIT-AMOUNT / WS-DENOM-VALUE(WS-DX)
                       COMPUTE WS-SPLIT-AMOUNT = WS-SPLIT-AMOUNT -
                           (WS-SPLIT-NOTES * WS-DENOM-VALUE(WS-DX))
                       MOVE WS-DENOM-VALUE(WS-DX) TO
                           WS-TLY-MIX-DENOM(WS-DX)
                       MOVE WS-SPLIT-NOTES TO
                           WS-TLY-MIX-COUNT(WS-DX)
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 6
                   IF WS-TLY-MIX-COUNT(WS-MX) > 0
                       MOVE WS-TLY-MIX-DENOM(WS-MX) TO WS-NEW-DENOM
                       PERFORM CHECK-DENOM-CONFIGURED
                       IF WS-DENOM-FOUND > 0
                           COMPUTE WS-RPT-NOTES-USED(WS-DENOM-FOUND) =
                               WS-RPT-NOTES-USED(WS-DENOM-FOUND) +
                               (WS-TLY-MIX-COUNT(WS-MX) * WS-SPLIT-SIGN)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.



       COMPUTE-AVERAGES-AND-ORDER.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               IF WS-DAY-COUNT = 0 OR WS-RPT-NOTES-USED(WS-DX) <= 0
                   MOVE 0 TO WS-RPT-AVG-NOTES(WS-DX)
               ELSE

       PRINT-CASH-REPORT.
           DISPLAY " ".
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               COMPUTE WS-VALUE-ON-HAND =
                   WS-RPT-ON-HAND(WS-DX) * WS-DENOM-VALUE(WS-DX)
               DISPLAY "Denomination " WS-DENOM-VALUE(WS-DX)
