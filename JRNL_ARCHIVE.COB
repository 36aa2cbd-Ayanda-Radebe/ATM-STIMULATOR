      *          journal into a dated archive file, appends a control
      *          record (record count and amount totals) so the day
      *          is provably closed, and rewrites the live journal
      *          with only the entries that are not yet settled. The
      *          control record also carries a hash of the day's
      *          lines chained from the nearest earlier archive
      *          (ARCHCTL), so a later edit to any closed day breaks
      *          the chain and ARCH-VERIFY reports it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  JOURNAL-ARCHIVE-FILE.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==ARCH==.
           COPY ARCHCTL.

       FD  JOURNAL-WORK-FILE.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==WRK==.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-OVERRIDE-ANSWER PIC X.
       01 WS-RUNCTL-TABLE.
           05 WS-RC-COUNT PIC 9(4) VALUE ZERO.
           05 WS-RC-ENTRY OCCURS 3000 TIMES.
               10 WS-RC-JOB PIC X(14).
               10 WS-RC-DATE PIC 9(8).
               10 WS-RC-RUN-NUMBER PIC 9(4).
               10 WS-RC-STATUS PIC X(1).
       01 WS-RC-X PIC 9(4).
       01 WS-RC-FOUND PIC 9(4).
      * Completed rows older than the retention period are dropped
      * each time the file is rewritten, which keeps it well inside
      * the table. A file with more rows than the table holds is
      * never rewritten from the part that was loaded, and the job
      * refuses to run against it.
       01 WS-RC-TRUNCATED PIC X VALUE "N".
       01 WS-RC-RETAIN-DAYS PIC 9(3) VALUE 400.
       01 WS-RC-PURGE-BEFORE PIC 9(8).
       01 WS-PREREQ-JOB PIC X(14).
       01 WS-PREREQ-OK PIC X.
       01 WS-RUN-DATE PIC 9(8).
      * cents shown.
       01 WS-EDIT-TOTAL PIC Z(11)9.99.

      * Hash chain. Every line written to the archive is folded into
      * WS-CHAIN-HASH in file order (trailing spaces excluded, as the
      * file does not keep them), then the control record's hashed
      * part, which names the nearest earlier archive and carries its
      * chain hash. That archive is looked for up to
      * WS-CHAIN-LOOKBACK days back; if there is none the chain
      * starts afresh with this day.
       01 WS-CHAIN-HASH PIC 9(10).
       01 WS-HASH-TEXT PIC X(400).
       01 WS-HASH-SIZE PIC 9(3).
       01 WS-HASH-LENGTH PIC 9(3).
       01 WS-HX PIC 9(3).
       01 WS-PREV-ARCH-DATE PIC 9(8).
       01 WS-PREV-ARCH-HASH PIC 9(10).
       01 WS-CHAIN-LOOKBACK PIC 9(3) VALUE 31.
       01 WS-LOOK-COUNT PIC 9(3).
       01 WS-LOOK-INTEGER PIC 9(8).
       01 WS-LOOK-DATE PIC 9(8).
       01 WS-LOOK-EOF PIC X.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-PREREQUISITE-JOBS.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM FIND-PREVIOUS-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING "JRNLARCH." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
           DISPLAY "Debit amount total             : " WS-EDIT-TOTAL.
           DISPLAY "Entries retained on live journal: "
               WS-RETAINED-COUNT.
           DISPLAY "Chained from archive of        : "
               WS-PREV-ARCH-DATE.
           DISPLAY "Archive chain hash             : " WS-CHAIN-HASH.
           STOP RUN.


                   WS-WORK-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 5381 TO WS-CHAIN-HASH.
           PERFORM UNTIL WS-JRNL-EOF = "Y"
               READ TRANSACTION-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-JRNL-EOF
           IF JRNL-TRAN-TYPE = "INTEREST"
               ADD JRNL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           IF JRNL-TRAN-TYPE = "FEE" OR
               JRNL-TRAN-TYPE = "DEBIT-INT" OR
               JRNL-TRAN-TYPE = "BILL-PAY"
               ADD JRNL-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
      * A rejected envelope deposit is a debit; a hold release moves
           IF JRNL-TRAN-TYPE = "DEP-REJECT"
               ADD JRNL-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
      * A card reissue moves the balance off the old card and onto
      * the new one: a balance arriving is a credit, a balance
      * leaving a debit (the other way round when overdrawn).
           IF JRNL-TRAN-TYPE = "REISSUE-OUT" OR
               JRNL-TRAN-TYPE = "REISSUE-IN"
               IF JRNL-NEW-BALANCE > JRNL-OLD-BALANCE
                   ADD JRNL-AMOUNT TO WS-CREDIT-TOTAL
               ELSE
                   ADD JRNL-AMOUNT TO WS-DEBIT-TOTAL
               END-IF
           END-IF.
      * A supervisor REVERSAL moves value the opposite way to the
      * entry it backs out, so it lands in the other control total.
           IF JRNL-TRAN-TYPE = "REVERSAL"
               END-IF
           END-IF.
           MOVE JRNL-RECORD TO ARCH-RECORD.
           MOVE ARCH-RECORD TO WS-HASH-TEXT.
           MOVE LENGTH OF ARCH-RECORD TO WS-HASH-SIZE.
           PERFORM HASH-ARCHIVE-LINE.
           WRITE ARCH-RECORD.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: journal archive write failed. "

      * The control record is the last line of the archive file; the
      * day is only provably closed once it is present and its counts
      * agree with the detail lines above it. Its own hashed part is
      * folded in last, so the chain hash also covers the link to the
      * previous archive.
       WRITE-ARCHIVE-CONTROL-RECORD.
           MOVE "CONTROL" TO ARCH-CTL-TAG.
           MOVE WS-RUN-DATE TO ARCH-CTL-DATE.
           MOVE WS-ARCHIVED-COUNT TO ARCH-CTL-RECORD-COUNT.
           MOVE WS-CREDIT-TOTAL TO ARCH-CTL-CREDIT-TOTAL.
           MOVE WS-DEBIT-TOTAL TO ARCH-CTL-DEBIT-TOTAL.
           MOVE WS-PREV-ARCH-DATE TO ARCH-CTL-PREV-DATE.
           MOVE WS-PREV-ARCH-HASH TO ARCH-CTL-PREV-HASH.
           MOVE ARCH-CTL-HASHED-PART TO WS-HASH-TEXT.
           MOVE LENGTH OF ARCH-CTL-HASHED-PART TO WS-HASH-SIZE.
           PERFORM HASH-ARCHIVE-LINE.
           MOVE WS-CHAIN-HASH TO ARCH-CTL-CHAIN-HASH.
           WRITE ARCH-CONTROL-RECORD.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: archive control record write failed. "
           END-IF.


      * Folds the first WS-HASH-SIZE bytes of WS-HASH-TEXT, less any
      * trailing spaces, into the running chain hash.
       HASH-ARCHIVE-LINE.
           MOVE WS-HASH-SIZE TO WS-HASH-LENGTH.
           PERFORM UNTIL WS-HASH-LENGTH = 0
               IF WS-HASH-TEXT(WS-HASH-LENGTH:1) = SPACE
                   SUBTRACT 1 FROM WS-HASH-LENGTH
               ELSE
                   MOVE WS-HASH-LENGTH TO WS-HASH-SIZE
                   MOVE 0 TO WS-HASH-LENGTH
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HASH-SIZE
               COMPUTE WS-CHAIN-HASH = FUNCTION MOD(
                   WS-CHAIN-HASH * 263 +
                   FUNCTION ORD(WS-HASH-TEXT(WS-HX:1)) + WS-HX,
                   9999999967)
           END-PERFORM.


      * Pass 2: the live journal is rebuilt from the work file so it
      * holds only the entries that were not archived above.
       REWRITE-LIVE-JOURNAL.
                   READ RUN-CONTROL-FILE
                       AT END MOVE "Y" TO WS-RCTL-EOF
                       NOT AT END
                           IF WS-RC-COUNT >= 3000
                               MOVE "Y" TO WS-RC-TRUNCATED
                           ELSE
                               ADD 1 TO WS-RC-COUNT
                               MOVE RUN-JOB-NAME TO
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-RC-TRUNCATED = "Y"
                   DISPLAY "Run control file has more than 3000 rows; "
                       "run refused until it is purged."
                   STOP RUN
               END-IF
           ELSE
               IF WS-RCTL-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open run control file. Status: "
           END-IF.


      * Rewrites the file from the table, leaving out completed rows
      * dated more than the retention period before today. A row
      * still "S" is kept whatever its age, as it marks a run that
      * has not finished.
       SAVE-RUN-CONTROL.
           IF WS-RC-TRUNCATED = "Y"
               DISPLAY "WARNING: run control file was not fully "
                   "loaded; it has not been rewritten."
           ELSE
               PERFORM WRITE-RUN-CONTROL
           END-IF.


       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RC-PURGE-BEFORE.
           COMPUTE WS-RC-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RC-PURGE-BEFORE)
                - WS-RC-RETAIN-DAYS).
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF WS-RCTL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write run control file. "
           ELSE
               PERFORM VARYING WS-RC-X FROM 1 BY 1
                       UNTIL WS-RC-X > WS-RC-COUNT
                   IF WS-RC-STATUS(WS-RC-X) NOT = "C" OR
                       WS-RC-DATE(WS-RC-X) >= WS-RC-PURGE-BEFORE
                       MOVE WS-RC-JOB(WS-RC-X) TO RUN-JOB-NAME
                       MOVE WS-RC-DATE(WS-RC-X) TO RUN-BUSINESS-DATE
                       MOVE WS-RC-RUN-NUMBER(WS-RC-X) TO RUN-NUMBER
                       MOVE WS-RC-STATUS(WS-RC-X) TO RUN-STATUS
                       WRITE RUNCTL-RECORD
                       IF WS-RCTL-FILE-STATUS NOT = "00"
                           DISPLAY "WARNING: run control write "
                               "failed. Status: " WS-RCTL-FILE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
                   END-IF
               END-IF
           ELSE
               IF WS-RC-COUNT >= 3000
                   DISPLAY "Run control file is full; purge old rows "
                       "before running."
                   STOP RUN

      * A day may only be moved off the live journal once the other
      * end-of-day jobs have finished with it: archiving first would
      * leave EOD-RECON, SETTLE-EXTRACT, GL-POST and BILL-SETTLE a
      * journal with no entries for the date, and the day's movements
      * would never reach the host, the ledger or the billers. Nor is
      * a day closed until the host has acknowledged the extract sent
      * for it (SETTLE-ACK), so a day the host never took is still on
      * the live journal to be resent. The operator can override,
      * e.g. when a site genuinely skips one of the jobs.
       CHECK-PREREQUISITE-JOBS.
           MOVE "EOD-RECON" TO WS-PREREQ-JOB.
           PERFORM CHECK-ONE-PREREQUISITE.
           MOVE "SETTLE-EXTRACT" TO WS-PREREQ-JOB.
           PERFORM CHECK-ONE-PREREQUISITE.
           MOVE "SETTLE-ACK" TO WS-PREREQ-JOB.
           PERFORM CHECK-ONE-PREREQUISITE.
           MOVE "GL-POST" TO WS-PREREQ-JOB.
           PERFORM CHECK-ONE-PREREQUISITE.
           MOVE "BILL-SETTLE" TO WS-PREREQ-JOB.
           PERFORM CHECK-ONE-PREREQUISITE.


       CHECK-ONE-PREREQUISITE.
           END-IF.


      * Finds the nearest earlier archive for the chain link and
      * takes the chain hash off its control record. An archive
      * written before the chain existed (or one with no control
      * record) is still linked to by date, with a zero hash.
       FIND-PREVIOUS-ARCHIVE.
           MOVE 0 TO WS-PREV-ARCH-DATE.
           MOVE 0 TO WS-PREV-ARCH-HASH.
           MOVE 0 TO WS-LOOK-COUNT.
           COMPUTE WS-LOOK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           PERFORM UNTIL WS-PREV-ARCH-DATE NOT = 0
                   OR WS-LOOK-COUNT >= WS-CHAIN-LOOKBACK
               COMPUTE WS-LOOK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LOOK-INTEGER)
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "JRNLARCH." DELIMITED BY SIZE
                   WS-LOOK-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
               PERFORM READ-PREVIOUS-CONTROL
               SUBTRACT 1 FROM WS-LOOK-INTEGER
               ADD 1 TO WS-LOOK-COUNT
           END-PERFORM.
           IF WS-PREV-ARCH-DATE = 0
               DISPLAY "No archive found in the " WS-CHAIN-LOOKBACK
                   " days before " WS-RUN-DATE
                   "; the archive hash chain starts afresh here."
           END-IF.


       READ-PREVIOUS-CONTROL.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS = "00"
               MOVE WS-LOOK-DATE TO WS-PREV-ARCH-DATE
               MOVE "N" TO WS-LOOK-EOF
               PERFORM UNTIL WS-LOOK-EOF = "Y"
                   READ JOURNAL-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-LOOK-EOF
                       NOT AT END
                           IF ARCH-CTL-TAG = "CONTROL" AND
                               ARCH-CTL-CHAIN-HASH IS NUMERIC
                               MOVE ARCH-CTL-CHAIN-HASH TO
                                   WS-PREV-ARCH-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
           END-IF.


       END PROGRAM JRNL-ARCHIVE.
