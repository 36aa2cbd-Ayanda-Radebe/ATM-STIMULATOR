      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: End-of-day general ledger posting job. Turns one
      *          business date's transaction journal entries into
      *          balanced double-entry GL postings through the
      *          finance-maintained mapping file (GLMAP.DAT): each
      *          journal transaction type names the account class it
      *          debits and the class it credits, and each class
      *          resolves to a GL account - ATM cash per terminal,
      *          customer deposit liability per account type,
      *          deposits in transit for deposits on verification
      *          hold, interest, fees and suspense. Writes the GL
      *          interface file (GLPOST.DAT) summarised by account,
      *          side and source type, and a trial balance report
      *          (GLTRIAL.RPT) proving debits equal credits and
      *          listing every entry that went to suspense. Honours
      *          the run control file so a day cannot be posted to
      *          the ledger twice by accident.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-JOURNAL-FILE ASSIGN TO "TXNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIF-FILE-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRIAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "ATMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-JOURNAL-FILE.
           COPY JRNLREC.

       FD  GL-MAPPING-FILE.
           COPY GLMAP.

       FD  GL-INTERFACE-FILE.
           COPY GLIFREC.

       FD  TRIAL-BALANCE-FILE.
       01  REPORT-LINE                   PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-JRNL-FILE-STATUS PIC XX.
           05 WS-GLM-FILE-STATUS PIC XX.
           05 WS-GLIF-FILE-STATUS PIC XX.
           05 WS-RPT-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS PIC XX.

       01 WS-RUN-FLAGS.
           05 WS-JRNL-EOF PIC X VALUE "N".
           05 WS-GLM-EOF PIC X VALUE "N".
           05 WS-PARM-EOF PIC X VALUE "N".

      * The business day an entry posts to: the stamped business
      * date when present, else the timestamp date (entries written
      * before the field existed).
       01 WS-ENTRY-BUS-DATE PIC 9(8).

      * The site id on the interface header comes from the SITEID
      * record on ATMPARM.DAT; the build default only covers an
      * unconfigured site.
       01 WS-SITE-ID PIC X(8) VALUE "ATM00001".

      * Posting rules and GL accounts from GLMAP.DAT. Posting on a
      * guessed mapping is worse than not posting, so a missing
      * mapping file, or one with no suspense account, aborts the
      * run before anything is touched.
       01 WS-RULE-TABLE.
           05 WS-RUL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-RUL-ENTRY OCCURS 60 TIMES.
               10 WS-RUL-TRAN-TYPE PIC X(12).
               10 WS-RUL-ORIG-TYPE PIC X(12).
               10 WS-RUL-DEBIT-CLASS PIC X(4).
               10 WS-RUL-CREDIT-CLASS PIC X(4).
       01 WS-RUL-X PIC 9(3).
       01 WS-RUL-FOUND PIC 9(3).
       01 WS-RUL-GENERIC PIC 9(3).

       01 WS-GL-ACCOUNT-TABLE.
           05 WS-GLA-COUNT PIC 9(3) VALUE ZERO.
           05 WS-GLA-ENTRY OCCURS 100 TIMES.
               10 WS-GLA-CLASS PIC X(4).
               10 WS-GLA-QUALIFIER PIC X(8).
               10 WS-GLA-ACCOUNT PIC X(10).
               10 WS-GLA-NAME PIC X(28).
       01 WS-GLA-X PIC 9(3).
       01 WS-GLA-FOUND PIC 9(3).
       01 WS-SUSPENSE-INDEX PIC 9(3) VALUE ZERO.

      * Account class resolution: the class and qualifier looked up,
      * and the GL account and name it resolved to.
       01 WS-RESOLVE-CLASS PIC X(4).
       01 WS-RESOLVE-QUALIFIER PIC X(8).
       01 WS-RESOLVED-ACCOUNT PIC X(10).
       01 WS-RESOLVED-NAME PIC X(28).
       01 WS-RESOLVED-TO-SUSPENSE PIC X.

      * The two sides of the entry being posted.
       01 WS-DEBIT-CLASS PIC X(4).
       01 WS-CREDIT-CLASS PIC X(4).
       01 WS-DEBIT-ACCOUNT PIC X(10).
       01 WS-DEBIT-NAME PIC X(28).
       01 WS-CREDIT-ACCOUNT PIC X(10).
       01 WS-CREDIT-NAME PIC X(28).
       01 WS-POST-SIDE PIC X.
       01 WS-POST-ACCOUNT PIC X(10).
       01 WS-POST-NAME PIC X(28).
       01 WS-EXCEPTION-REASON PIC X(20).

      * Interface lines, one per GL account, side and source
      * transaction type.
       01 WS-GL-LINE-TABLE.
           05 WS-GLL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-GLL-ENTRY OCCURS 300 TIMES.
               10 WS-GLL-ACCOUNT PIC X(10).
               10 WS-GLL-DR-CR PIC X(1).
               10 WS-GLL-SOURCE-TYPE PIC X(12).
               10 WS-GLL-AMOUNT PIC 9(12)V99.
               10 WS-GLL-ENTRY-COUNT PIC 9(6).
       01 WS-GLL-X PIC 9(3).
       01 WS-GLL-FOUND PIC 9(3).

      * Trial balance, one row per GL account posted to.
       01 WS-TRIAL-BALANCE-TABLE.
           05 WS-TB-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TB-ENTRY OCCURS 100 TIMES.
               10 WS-TB-ACCOUNT PIC X(10).
               10 WS-TB-NAME PIC X(28).
               10 WS-TB-DEBITS PIC 9(12)V99.
               10 WS-TB-CREDITS PIC 9(12)V99.
       01 WS-TB-X PIC 9(3).
       01 WS-TB-FOUND PIC 9(3).

      * Entries that could not be posted as mapped: posted to
      * suspense, or (no rule and no balance movement) not posted at
      * all. The first 50 are listed on the report for finance.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
           05 WS-EXC-ENTRY OCCURS 50 TIMES.
               10 WS-EXC-TIMESTAMP PIC 9(14).
               10 WS-EXC-TRAN-TYPE PIC X(12).
               10 WS-EXC-CARD PIC X(16).
               10 WS-EXC-AMOUNT PIC 9(10)V99.
               10 WS-EXC-REASON PIC X(20).
       01 WS-EXC-X PIC 9(5).

       01 WS-RUN-TOTALS.
           05 WS-ENTRIES-READ PIC 9(6) VALUE ZERO.
           05 WS-ENTRIES-POSTED PIC 9(6) VALUE ZERO.
           05 WS-ENTRIES-NO-EFFECT PIC 9(6) VALUE ZERO.
           05 WS-ENTRIES-NOT-POSTED PIC 9(6) VALUE ZERO.
           05 WS-DETAIL-COUNT PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-DEBITS PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-CREDITS PIC 9(12)V99 VALUE ZERO.
           05 WS-OUT-OF-BALANCE PIC S9(12)V99 VALUE ZERO.

      * Report formatting of amounts: figures go out with their
      * cents shown.
       01 WS-EDIT-TOTAL PIC Z(11)9.99.
       01 WS-EDIT-SIGNED PIC -(12)9.99.

      * Report print lines.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(34)
               VALUE "GL TRIAL BALANCE FOR BUSINESS DAY ".
           05 WS-HDR-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE " RUN ".
           05 WS-HDR-RUN-NUMBER PIC 9(4).
           05 FILLER PIC X(6) VALUE " SITE ".
           05 WS-HDR-SITE-ID PIC X(8).
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(11) VALUE "GL ACCOUNT ".
           05 FILLER PIC X(29) VALUE "ACCOUNT NAME".
           05 FILLER PIC X(20) VALUE "              DEBITS".
           05 FILLER PIC X(20) VALUE "             CREDITS".
       01 WS-DETAIL-LINE.
           05 WS-DTL-ACCOUNT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NAME PIC X(28).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DTL-DEBITS PIC Z(11)9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DTL-CREDITS PIC Z(11)9.99.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(39) VALUE "TOTALS".
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-TOT-DEBITS PIC Z(11)9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-TOT-CREDITS PIC Z(11)9.99.
       01 WS-EXCEPTION-LINE.
           05 WS-EXL-TIMESTAMP PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXL-TRAN-TYPE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXL-CARD PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXL-AMOUNT PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXL-REASON PIC X(20).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(40).
           05 WS-CNT-VALUE PIC ZZZZZ9.
           05 FILLER PIC X(34) VALUE SPACES.

      * Run-control state for this job. The business date is an
      * operator input (blank means today); a date already marked
      * complete is refused unless the operator gives an explicit
      * rerun override.
       01 WS-RCTL-FILE-STATUS PIC XX.
       01 WS-RCTL-EOF PIC X VALUE "N".
       01 WS-JOB-NAME PIC X(14) VALUE "GL-POST".
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
       01 WS-RUN-DATE PIC 9(8).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== General Ledger Posting ====".
           PERFORM LOAD-SITE-ID.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-GL-MAPPING.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-JOURNAL-AND-POST.
           PERFORM WRITE-GL-INTERFACE-FILE.
           PERFORM PRINT-TRIAL-BALANCE.
           DISPLAY " ".
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-TOTAL.
           DISPLAY "Total debits : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-CREDITS TO WS-EDIT-TOTAL.
           DISPLAY "Total credits: " WS-EDIT-TOTAL.
      * A file that does not balance is never released to the ledger:
      * the run stays "started" so it can be rerun once the cause is
      * found.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "GL postings DO NOT BALANCE; the run is not "
                   "marked complete. See GLTRIAL.RPT."
               STOP RUN
           END-IF.
           PERFORM MARK-RUN-COMPLETE.
           DISPLAY "Business day " WS-RUN-DATE " posted.".
           DISPLAY "Journal entries posted        : "
               WS-ENTRIES-POSTED.
           DISPLAY "Entries with no ledger effect : "
               WS-ENTRIES-NO-EFFECT.
           DISPLAY "Exceptions (see report)       : " WS-EXC-COUNT.
           DISPLAY "GL interface written to GLPOST.DAT".
           DISPLAY "Trial balance written to GLTRIAL.RPT".
           STOP RUN.


       LOAD-SITE-ID.
           MOVE "N" TO WS-PARM-EOF.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           IF PARM-SITE-ID-REC
                               MOVE PARM-SITE-ID TO WS-SITE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.


      * Loads the posting rules and GL accounts. Unknown keywords are
      * skipped so finance can keep comment rows in the file.
       LOAD-GL-MAPPING.
           OPEN INPUT GL-MAPPING-FILE.
           IF WS-GLM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open GL mapping file GLMAP.DAT. "
                   "Status: " WS-GLM-FILE-STATUS
               DISPLAY "Run refused; no data was touched."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GLM-EOF = "Y"
               READ GL-MAPPING-FILE
                   AT END MOVE "Y" TO WS-GLM-EOF
                   NOT AT END
                       IF GLM-RULE-REC
                           PERFORM LOAD-POSTING-RULE
                       ELSE
                           IF GLM-ACCOUNT-REC
                               PERFORM LOAD-GL-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-MAPPING-FILE.
           MOVE 0 TO WS-SUSPENSE-INDEX.
           PERFORM VARYING WS-GLA-X FROM 1 BY 1
                   UNTIL WS-GLA-X > WS-GLA-COUNT
                   OR WS-SUSPENSE-INDEX NOT = 0
               IF WS-GLA-CLASS(WS-GLA-X) = "SUSP" AND
                   WS-GLA-QUALIFIER(WS-GLA-X) = SPACES
                   MOVE WS-GLA-X TO WS-SUSPENSE-INDEX
               END-IF
           END-PERFORM.
           IF WS-SUSPENSE-INDEX = 0
               DISPLAY "GLMAP.DAT has no SUSP account; every "
                   "unmapped entry needs somewhere to go."
               DISPLAY "Run refused; no data was touched."
               STOP RUN
           END-IF.
           DISPLAY "Posting rules loaded: " WS-RUL-COUNT
               "  GL accounts loaded: " WS-GLA-COUNT.


       LOAD-POSTING-RULE.
           IF WS-RUL-COUNT >= 60
               DISPLAY "WARNING: more than 60 posting rules in "
                   "GLMAP.DAT; rule for " GLM-TRAN-TYPE
                   " was ignored."
           ELSE
               ADD 1 TO WS-RUL-COUNT
               MOVE GLM-TRAN-TYPE TO WS-RUL-TRAN-TYPE(WS-RUL-COUNT)
               MOVE GLM-ORIG-TYPE TO WS-RUL-ORIG-TYPE(WS-RUL-COUNT)
               MOVE GLM-DEBIT-CLASS TO
                   WS-RUL-DEBIT-CLASS(WS-RUL-COUNT)
               MOVE GLM-CREDIT-CLASS TO
                   WS-RUL-CREDIT-CLASS(WS-RUL-COUNT)
           END-IF.


       LOAD-GL-ACCOUNT.
           IF WS-GLA-COUNT >= 100
               DISPLAY "WARNING: more than 100 GL accounts in "
                   "GLMAP.DAT; account " GLM-GL-ACCOUNT
                   " was ignored."
           ELSE
               ADD 1 TO WS-GLA-COUNT
               MOVE GLM-CLASS TO WS-GLA-CLASS(WS-GLA-COUNT)
               MOVE GLM-QUALIFIER TO WS-GLA-QUALIFIER(WS-GLA-COUNT)
               MOVE GLM-GL-ACCOUNT TO WS-GLA-ACCOUNT(WS-GLA-COUNT)
               MOVE GLM-GL-NAME TO WS-GLA-NAME(WS-GLA-COUNT)
           END-IF.


       READ-JOURNAL-AND-POST.
           OPEN INPUT TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal. Status: "
                   WS-JRNL-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-JRNL-EOF = "Y"
               READ TRANSACTION-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-JRNL-EOF
                   NOT AT END
      * Entries are selected on the business date they were stamped
      * with, falling back to the timestamp date for entries written
      * before the field existed.
                       MOVE JRNL-TIMESTAMP(1:8) TO WS-ENTRY-BUS-DATE
                       IF JRNL-BUSINESS-DATE IS NUMERIC AND
                           JRNL-BUSINESS-DATE NOT = 0
                           MOVE JRNL-BUSINESS-DATE TO
                               WS-ENTRY-BUS-DATE
                       END-IF
                       IF WS-ENTRY-BUS-DATE = WS-RUN-DATE
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM POST-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-JOURNAL-FILE.


      * An entry that moved no money (an inquiry, a PIN change, a
      * retained card) has nothing to post. Otherwise the entry's
      * rule names the two classes; a REVERSAL takes the rule for
      * its original type when there is one. A type with no rule at
      * all is posted against suspense on the side its balance moved,
      * so the ledger still balances and finance sees it to clear;
      * with no rule and no balance movement there is no side to
      * take, and the entry is reported without being posted.
       POST-JOURNAL-ENTRY.
           IF JRNL-AMOUNT = 0
               ADD 1 TO WS-ENTRIES-NO-EFFECT
           ELSE
               PERFORM FIND-POSTING-RULE
               IF WS-RUL-FOUND NOT = 0
                   MOVE WS-RUL-DEBIT-CLASS(WS-RUL-FOUND) TO
                       WS-DEBIT-CLASS
                   MOVE WS-RUL-CREDIT-CLASS(WS-RUL-FOUND) TO
                       WS-CREDIT-CLASS
                   IF WS-DEBIT-CLASS = SPACES AND
                       WS-CREDIT-CLASS = SPACES
                       ADD 1 TO WS-ENTRIES-NO-EFFECT
                   ELSE
                       PERFORM POST-MAPPED-ENTRY
                   END-IF
               ELSE
                   MOVE "NO POSTING RULE" TO WS-EXCEPTION-REASON
                   IF JRNL-NEW-BALANCE > JRNL-OLD-BALANCE
                       MOVE "SUSP" TO WS-DEBIT-CLASS
                       MOVE "LIAB" TO WS-CREDIT-CLASS
                       PERFORM POST-MAPPED-ENTRY
                       PERFORM RECORD-EXCEPTION
                   ELSE
                   IF JRNL-NEW-BALANCE < JRNL-OLD-BALANCE
                       MOVE "LIAB" TO WS-DEBIT-CLASS
                       MOVE "SUSP" TO WS-CREDIT-CLASS
                       PERFORM POST-MAPPED-ENTRY
                       PERFORM RECORD-EXCEPTION
                   ELSE
                       MOVE "NO RULE - NOT POSTED" TO
                           WS-EXCEPTION-REASON
                       ADD 1 TO WS-ENTRIES-NOT-POSTED
                       PERFORM RECORD-EXCEPTION
                   END-IF
                   END-IF
               END-IF
           END-IF.


      * A rule naming the entry's original type wins over the
      * type's general rule (original type spaces).
       FIND-POSTING-RULE.
           MOVE 0 TO WS-RUL-FOUND.
           MOVE 0 TO WS-RUL-GENERIC.
           PERFORM VARYING WS-RUL-X FROM 1 BY 1
                   UNTIL WS-RUL-X > WS-RUL-COUNT
                   OR WS-RUL-FOUND NOT = 0
               IF WS-RUL-TRAN-TYPE(WS-RUL-X) = JRNL-TRAN-TYPE
                   IF WS-RUL-ORIG-TYPE(WS-RUL-X) = SPACES
                       IF WS-RUL-GENERIC = 0
                           MOVE WS-RUL-X TO WS-RUL-GENERIC
                       END-IF
                   ELSE
                       IF WS-RUL-ORIG-TYPE(WS-RUL-X) = JRNL-ORIG-TYPE
                           MOVE WS-RUL-X TO WS-RUL-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RUL-FOUND = 0
               MOVE WS-RUL-GENERIC TO WS-RUL-FOUND
           END-IF.


      * Resolves both classes to GL accounts and books the entry
      * amount to each side. A class with no account resolves to
      * suspense and the entry is reported.
       POST-MAPPED-ENTRY.
           MOVE "N" TO WS-RESOLVED-TO-SUSPENSE.
           MOVE WS-DEBIT-CLASS TO WS-RESOLVE-CLASS.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE WS-RESOLVED-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE WS-RESOLVED-NAME TO WS-DEBIT-NAME.
           MOVE WS-CREDIT-CLASS TO WS-RESOLVE-CLASS.
           PERFORM RESOLVE-GL-ACCOUNT.
           MOVE WS-RESOLVED-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE WS-RESOLVED-NAME TO WS-CREDIT-NAME.
           MOVE "D" TO WS-POST-SIDE.
           MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-DEBIT-NAME TO WS-POST-NAME.
           PERFORM ADD-GL-POSTING.
           MOVE "C" TO WS-POST-SIDE.
           MOVE WS-CREDIT-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-CREDIT-NAME TO WS-POST-NAME.
           PERFORM ADD-GL-POSTING.
           ADD 1 TO WS-ENTRIES-POSTED.
           IF WS-RESOLVED-TO-SUSPENSE = "Y"
               MOVE "CLASS HAS NO ACCOUNT" TO WS-EXCEPTION-REASON
               PERFORM RECORD-EXCEPTION
           END-IF.


      * ATM cash is held per terminal and deposit liability per
      * account type; each falls back to the class's unqualified
      * account, then to suspense.
       RESOLVE-GL-ACCOUNT.
           MOVE SPACES TO WS-RESOLVE-QUALIFIER.
           IF WS-RESOLVE-CLASS = "CASH"
               MOVE JRNL-TERMINAL-ID TO WS-RESOLVE-QUALIFIER
           END-IF.
           IF WS-RESOLVE-CLASS = "LIAB"
               MOVE JRNL-ACCOUNT-TYPE TO WS-RESOLVE-QUALIFIER
           END-IF.
           PERFORM FIND-GL-ACCOUNT.
           IF WS-GLA-FOUND = 0 AND WS-RESOLVE-QUALIFIER NOT = SPACES
               MOVE SPACES TO WS-RESOLVE-QUALIFIER
               PERFORM FIND-GL-ACCOUNT
           END-IF.
           IF WS-GLA-FOUND = 0
               MOVE WS-SUSPENSE-INDEX TO WS-GLA-FOUND
               MOVE "Y" TO WS-RESOLVED-TO-SUSPENSE
           END-IF.
           MOVE WS-GLA-ACCOUNT(WS-GLA-FOUND) TO WS-RESOLVED-ACCOUNT.
           MOVE WS-GLA-NAME(WS-GLA-FOUND) TO WS-RESOLVED-NAME.


       FIND-GL-ACCOUNT.
           MOVE 0 TO WS-GLA-FOUND.
           PERFORM VARYING WS-GLA-X FROM 1 BY 1
                   UNTIL WS-GLA-X > WS-GLA-COUNT
                   OR WS-GLA-FOUND NOT = 0
               IF WS-GLA-CLASS(WS-GLA-X) = WS-RESOLVE-CLASS AND
                   WS-GLA-QUALIFIER(WS-GLA-X) = WS-RESOLVE-QUALIFIER
                   MOVE WS-GLA-X TO WS-GLA-FOUND
               END-IF
           END-PERFORM.


      * Books one side of an entry to its interface line and to the
      * account's trial balance row.
       ADD-GL-POSTING.
           MOVE 0 TO WS-GLL-FOUND.
           PERFORM VARYING WS-GLL-X FROM 1 BY 1
                   UNTIL WS-GLL-X > WS-GLL-COUNT
                   OR WS-GLL-FOUND NOT = 0
               IF WS-GLL-ACCOUNT(WS-GLL-X) = WS-POST-ACCOUNT AND
                   WS-GLL-DR-CR(WS-GLL-X) = WS-POST-SIDE AND
                   WS-GLL-SOURCE-TYPE(WS-GLL-X) = JRNL-TRAN-TYPE
                   MOVE WS-GLL-X TO WS-GLL-FOUND
               END-IF
           END-PERFORM.
           IF WS-GLL-FOUND = 0
               IF WS-GLL-COUNT >= 300
                   DISPLAY "GL interface line table is full; the run "
                       "cannot post business date " WS-RUN-DATE "."
                   STOP RUN
               END-IF
               ADD 1 TO WS-GLL-COUNT
               MOVE WS-GLL-COUNT TO WS-GLL-FOUND
               MOVE WS-POST-ACCOUNT TO WS-GLL-ACCOUNT(WS-GLL-FOUND)
               MOVE WS-POST-SIDE TO WS-GLL-DR-CR(WS-GLL-FOUND)
               MOVE JRNL-TRAN-TYPE TO
                   WS-GLL-SOURCE-TYPE(WS-GLL-FOUND)
               MOVE 0 TO WS-GLL-AMOUNT(WS-GLL-FOUND)
               MOVE 0 TO WS-GLL-ENTRY-COUNT(WS-GLL-FOUND)
           END-IF.
           ADD JRNL-AMOUNT TO WS-GLL-AMOUNT(WS-GLL-FOUND).
           ADD 1 TO WS-GLL-ENTRY-COUNT(WS-GLL-FOUND).
           MOVE 0 TO WS-TB-FOUND.
           PERFORM VARYING WS-TB-X FROM 1 BY 1
                   UNTIL WS-TB-X > WS-TB-COUNT
                   OR WS-TB-FOUND NOT = 0
               IF WS-TB-ACCOUNT(WS-TB-X) = WS-POST-ACCOUNT
                   MOVE WS-TB-X TO WS-TB-FOUND
               END-IF
           END-PERFORM.
           IF WS-TB-FOUND = 0
               IF WS-TB-COUNT >= 100
                   DISPLAY "Trial balance table is full; the run "
                       "cannot post business date " WS-RUN-DATE "."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-TB-FOUND
               MOVE WS-POST-ACCOUNT TO WS-TB-ACCOUNT(WS-TB-FOUND)
               MOVE WS-POST-NAME TO WS-TB-NAME(WS-TB-FOUND)
               MOVE 0 TO WS-TB-DEBITS(WS-TB-FOUND)
               MOVE 0 TO WS-TB-CREDITS(WS-TB-FOUND)
           END-IF.
           IF WS-POST-SIDE = "D"
               ADD JRNL-AMOUNT TO WS-TB-DEBITS(WS-TB-FOUND)
           ELSE
               ADD JRNL-AMOUNT TO WS-TB-CREDITS(WS-TB-FOUND)
           END-IF.


       RECORD-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           IF WS-EXC-COUNT <= 50
               MOVE JRNL-TIMESTAMP TO WS-EXC-TIMESTAMP(WS-EXC-COUNT)
               MOVE JRNL-TRAN-TYPE TO WS-EXC-TRAN-TYPE(WS-EXC-COUNT)
               MOVE JRNL-CARD-NUMBER TO WS-EXC-CARD(WS-EXC-COUNT)
               MOVE JRNL-AMOUNT TO WS-EXC-AMOUNT(WS-EXC-COUNT)
               MOVE WS-EXCEPTION-REASON TO
                   WS-EXC-REASON(WS-EXC-COUNT)
           END-IF.


      * The interface file is rebuilt whole for the date; a rerun
      * under override replaces it, and finance must back out the
      * file loaded from the earlier run before loading this one.
       WRITE-GL-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF WS-GLIF-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open GL interface file. Status: "
                   WS-GLIF-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "HDR" TO GLIF-HDR-TAG.
           MOVE WS-RUN-DATE TO GLIF-HDR-DATE.
           MOVE WS-SITE-ID TO GLIF-HDR-SITE-ID.
           MOVE WS-RC-RUN-NUMBER(WS-RC-FOUND) TO GLIF-HDR-RUN-NUMBER.
           WRITE GLIF-HEADER-RECORD.
           IF WS-GLIF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GL interface header write failed. "
                   "Status: " WS-GLIF-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-GLL-X FROM 1 BY 1
                   UNTIL WS-GLL-X > WS-GLL-COUNT
               MOVE WS-RUN-DATE TO GLIF-BUSINESS-DATE
               MOVE WS-GLL-ACCOUNT(WS-GLL-X) TO GLIF-GL-ACCOUNT
               MOVE WS-GLL-DR-CR(WS-GLL-X) TO GLIF-DR-CR
               MOVE WS-GLL-AMOUNT(WS-GLL-X) TO GLIF-AMOUNT
               MOVE WS-GLL-ENTRY-COUNT(WS-GLL-X) TO GLIF-ENTRY-COUNT
               MOVE WS-GLL-SOURCE-TYPE(WS-GLL-X) TO GLIF-SOURCE-TYPE
               WRITE GLIF-RECORD
               IF WS-GLIF-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: GL interface write failed for "
                       "account " GLIF-GL-ACCOUNT " status: "
                       WS-GLIF-FILE-STATUS
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-GLL-DR-CR(WS-GLL-X) = "D"
                   ADD WS-GLL-AMOUNT(WS-GLL-X) TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-GLL-AMOUNT(WS-GLL-X) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM.
           MOVE "TRL" TO GLIF-TRL-TAG.
           MOVE WS-DETAIL-COUNT TO GLIF-TRL-DETAIL-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLIF-TRL-DEBIT-TOTAL.
           MOVE WS-TOTAL-CREDITS TO GLIF-TRL-CREDIT-TOTAL.
           WRITE GLIF-TRAILER-RECORD.
           IF WS-GLIF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GL interface trailer write failed. "
                   "Status: " WS-GLIF-FILE-STATUS
           END-IF.
           CLOSE GL-INTERFACE-FILE.


      * The trial balance proves the day's postings: every GL
      * account touched with its debits and credits, the column
      * totals, and whether they agree. Entries that went to
      * suspense, or could not be posted, follow for finance to
      * clear.
       PRINT-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open trial balance report. Status: "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           MOVE WS-RC-RUN-NUMBER(WS-RC-FOUND) TO WS-HDR-RUN-NUMBER.
           MOVE WS-SITE-ID TO WS-HDR-SITE-ID.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TB-X FROM 1 BY 1
                   UNTIL WS-TB-X > WS-TB-COUNT
               MOVE WS-TB-ACCOUNT(WS-TB-X) TO WS-DTL-ACCOUNT
               MOVE WS-TB-NAME(WS-TB-X) TO WS-DTL-NAME
               MOVE WS-TB-DEBITS(WS-TB-X) TO WS-DTL-DEBITS
               MOVE WS-TB-CREDITS(WS-TB-X) TO WS-DTL-CREDITS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-TB-COUNT = 0
               MOVE "NO POSTINGS FOR THIS BUSINESS DAY" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-TOT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-TOT-CREDITS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "DEBITS EQUAL CREDITS - IN BALANCE" TO REPORT-LINE
           ELSE
               COMPUTE WS-OUT-OF-BALANCE =
                   WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               MOVE WS-OUT-OF-BALANCE TO WS-EDIT-SIGNED
               MOVE SPACES TO REPORT-LINE
               STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
                   WS-EDIT-SIGNED DELIMITED BY SIZE
                   " (DEBITS - CREDITS) ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOURNAL ENTRIES FOR THE DAY" TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-READ TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES POSTED" TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-POSTED TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES WITH NO LEDGER EFFECT" TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-NO-EFFECT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES NOT POSTED" TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-NOT-POSTED TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INTERFACE DETAIL LINES WRITTEN" TO WS-CNT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUSPENSE AND UNPOSTED ENTRIES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-EXC-X FROM 1 BY 1
                   UNTIL WS-EXC-X > WS-EXC-COUNT OR WS-EXC-X > 50
               MOVE WS-EXC-TIMESTAMP(WS-EXC-X) TO WS-EXL-TIMESTAMP
               MOVE WS-EXC-TRAN-TYPE(WS-EXC-X) TO WS-EXL-TRAN-TYPE
               MOVE WS-EXC-CARD(WS-EXC-X) TO WS-EXL-CARD
               MOVE WS-EXC-AMOUNT(WS-EXC-X) TO WS-EXL-AMOUNT
               MOVE WS-EXC-REASON(WS-EXC-X) TO WS-EXL-REASON
               MOVE WS-EXCEPTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-EXC-COUNT = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-EXC-COUNT > 50
               MOVE SPACES TO REPORT-LINE
               STRING "... AND FURTHER ENTRIES; TOTAL EXCEPTIONS "
                       DELIMITED BY SIZE
                   WS-EXC-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY FINANCE: ____________  DATE: ____"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE TRIAL-BALANCE-FILE.


      * The business date is an operator input so a run that slips
      * past midnight still posts the day it belongs to. Blank means
      * today.
       GET-BUSINESS-DATE.
           DISPLAY "Enter business date (YYYYMMDD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               IF WS-DATE-INPUT IS NUMERIC
                   MOVE WS-DATE-INPUT TO WS-RUN-DATE
               ELSE
                   DISPLAY "Business date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Business date: " WS-RUN-DATE.


       LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RC-COUNT.
           MOVE "N" TO WS-RCTL-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RCTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RCTL-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END MOVE "Y" TO WS-RCTL-EOF
                       NOT AT END
                           IF WS-RC-COUNT >= 3000
                               MOVE "Y" TO WS-RC-TRUNCATED
                           ELSE
                               ADD 1 TO WS-RC-COUNT
                               MOVE RUN-JOB-NAME TO
                                   WS-RC-JOB(WS-RC-COUNT)
                               MOVE RUN-BUSINESS-DATE TO
                                   WS-RC-DATE(WS-RC-COUNT)
                               MOVE RUN-NUMBER TO
                                   WS-RC-RUN-NUMBER(WS-RC-COUNT)
                               MOVE RUN-STATUS TO
                                   WS-RC-STATUS(WS-RC-COUNT)
                           END-IF
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
                       WS-RCTL-FILE-STATUS
                   STOP RUN
               END-IF
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
                   "Status: " WS-RCTL-FILE-STATUS
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
           END-IF.


      * Refuses a business date this job already completed unless the
      * operator explicitly overrides, then records the run as
      * started ("S") before any data is touched. An aborted run
      * leaves "S" behind and restarts without ceremony. A completed
      * date has already gone to the ledger, so the override prompt
      * says so.
       CHECK-RUN-CONTROL.
           MOVE 0 TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-X FROM 1 BY 1
                   UNTIL WS-RC-X > WS-RC-COUNT
                   OR WS-RC-FOUND NOT = 0
               IF WS-RC-JOB(WS-RC-X) = WS-JOB-NAME AND
                   WS-RC-DATE(WS-RC-X) = WS-RUN-DATE
                   MOVE WS-RC-X TO WS-RC-FOUND
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND NOT = 0
               IF WS-RC-STATUS(WS-RC-FOUND) = "C"
                   DISPLAY "Business date " WS-RUN-DATE " is already "
                       "posted to the ledger (run "
                       WS-RC-RUN-NUMBER(WS-RC-FOUND) ")."
                   DISPLAY "A rerun replaces GLPOST.DAT; the file "
                       "already loaded must be backed out first."
                   DISPLAY "Enter Y to override and rerun: "
                   ACCEPT WS-OVERRIDE-ANSWER
                   IF WS-OVERRIDE-ANSWER NOT = "Y"
                       DISPLAY "Run refused; no data was touched."
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               IF WS-RC-COUNT >= 3000
                   DISPLAY "Run control file is full; purge old rows "
                       "before running."
                   STOP RUN
               END-IF
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-FOUND
               MOVE WS-JOB-NAME TO WS-RC-JOB(WS-RC-FOUND)
               MOVE WS-RUN-DATE TO WS-RC-DATE(WS-RC-FOUND)
               MOVE 0 TO WS-RC-RUN-NUMBER(WS-RC-FOUND)
           END-IF.
           ADD 1 TO WS-RC-RUN-NUMBER(WS-RC-FOUND).
           MOVE "S" TO WS-RC-STATUS(WS-RC-FOUND).
           PERFORM SAVE-RUN-CONTROL.


       MARK-RUN-COMPLETE.
           MOVE "C" TO WS-RC-STATUS(WS-RC-FOUND).
           PERFORM SAVE-RUN-CONTROL.


       END PROGRAM GL-POST.
