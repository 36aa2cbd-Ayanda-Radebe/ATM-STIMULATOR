      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: End-of-day bill payment settlement job. Collects one
      *          business date's BILL-PAY journal entries, groups them
      *          by biller from the biller master (BILLER.DAT) and
      *          writes the biller payment file (BILLPAY.DAT) - a
      *          header, each biller's payments between a biller
      *          header and a biller trailer carrying its count and
      *          total, and a file trailer - for the billers to be
      *          paid from. A control report (BILLCTL.RPT) gives each
      *          biller's count and total, the file totals and the
      *          cross-check against the journal's bill payment
      *          total. A payment to a biller code not on the master
      *          is held off the file and listed for operations.
      *          Honours the run control file so a day cannot be
      *          settled to the billers twice by accident.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-SETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-JOURNAL-FILE ASSIGN TO "TXNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT BILLER-FILE ASSIGN TO "BILLER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-FILE-STATUS.

           SELECT BILL-PAYMENT-FILE ASSIGN TO "BILLPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPAY-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "BILLCTL.RPT"
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

       FD  BILLER-FILE.
           COPY BILLREC.

       FD  BILL-PAYMENT-FILE.
           COPY BILLPAY.

       FD  CONTROL-REPORT-FILE.
       01  REPORT-LINE                   PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-JRNL-FILE-STATUS PIC XX.
           05 WS-BILL-FILE-STATUS PIC XX.
           05 WS-BPAY-FILE-STATUS PIC XX.
           05 WS-RPT-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS PIC XX.

       01 WS-RUN-FLAGS.
           05 WS-JRNL-EOF PIC X VALUE "N".
           05 WS-BILL-EOF PIC X VALUE "N".
           05 WS-PARM-EOF PIC X VALUE "N".

      * The business day an entry belongs to: the stamped business
      * date when present, else the timestamp date.
       01 WS-ENTRY-BUS-DATE PIC 9(8).

      * The site id on the file header comes from the SITEID record
      * on ATMPARM.DAT; the build default only covers an
      * unconfigured site.
       01 WS-SITE-ID PIC X(8) VALUE "ATM00001".

      * Billers from BILLER.DAT with the day's count and total for
      * each. Suspended billers are kept: payments taken before the
      * suspension are still owed to them.
       01 WS-BILLER-TABLE.
           05 WS-BLR-COUNT PIC 9(3) VALUE ZERO.
           05 WS-BLR-ENTRY OCCURS 50 TIMES.
               10 WS-BLR-CODE PIC X(6).
               10 WS-BLR-NAME PIC X(30).
               10 WS-BLR-STATUS PIC X(1).
               10 WS-BLR-PAY-COUNT PIC 9(6).
               10 WS-BLR-PAY-TOTAL PIC 9(12)V99.
       01 WS-BX PIC 9(3).
       01 WS-BLR-FOUND PIC 9(3).

      * The day's bill payments as journalled.
       01 WS-PAYMENT-TABLE.
           05 WS-PAY-COUNT PIC 9(5) VALUE ZERO.
           05 WS-PAY-ENTRY OCCURS 2000 TIMES.
               10 WS-PAY-BILLER-CODE PIC X(6).
               10 WS-PAY-REFERENCE PIC X(20).
               10 WS-PAY-AMOUNT PIC 9(10)V99.
               10 WS-PAY-TIMESTAMP PIC 9(14).
               10 WS-PAY-TERMINAL-ID PIC X(8).
               10 WS-PAY-BILLER-X PIC 9(3).
       01 WS-PX PIC 9(5).

       01 WS-RUN-TOTALS.
           05 WS-JRNL-PAY-COUNT PIC 9(6) VALUE ZERO.
           05 WS-JRNL-PAY-TOTAL PIC 9(12)V99 VALUE ZERO.
           05 WS-FILE-BILLER-COUNT PIC 9(4) VALUE ZERO.
           05 WS-FILE-PAY-COUNT PIC 9(6) VALUE ZERO.
           05 WS-FILE-PAY-TOTAL PIC 9(12)V99 VALUE ZERO.
           05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
           05 WS-HELD-TOTAL PIC 9(12)V99 VALUE ZERO.
           05 WS-ACCOUNTED-TOTAL PIC 9(12)V99 VALUE ZERO.
      * The biller block being written.
           05 WS-BLOCK-PAY-COUNT PIC 9(6) VALUE ZERO.
           05 WS-BLOCK-PAY-TOTAL PIC 9(12)V99 VALUE ZERO.

       01 WS-EDIT-TOTAL PIC Z(11)9.99.

      * Report print lines.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(38)
               VALUE "BILL PAYMENT CONTROL FOR BUSINESS DAY ".
           05 WS-HDR-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE " RUN ".
           05 WS-HDR-RUN-NUMBER PIC 9(4).
           05 FILLER PIC X(6) VALUE " SITE ".
           05 WS-HDR-SITE-ID PIC X(8).
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "BILLER".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(20) VALUE "            PAYMENTS".
           05 FILLER PIC X(20) VALUE "               TOTAL".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME PIC X(30).
           05 FILLER PIC X(16) VALUE SPACES.
           05 WS-DTL-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DTL-TOTAL PIC Z(11)9.99.
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(54).
           05 WS-TOT-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-TOT-AMOUNT PIC Z(11)9.99.
       01 WS-HELD-LINE.
           05 WS-HLD-TIMESTAMP PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HLD-TERMINAL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HLD-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HLD-REFERENCE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HLD-AMOUNT PIC Z(9)9.99.
           05 FILLER PIC X(15) VALUE SPACES.

      * Run-control state for this job. The business date is an
      * operator input (blank means today); a date already marked
      * complete is refused unless the operator gives an explicit
      * rerun override.
       01 WS-RCTL-FILE-STATUS PIC XX.
       01 WS-RCTL-EOF PIC X VALUE "N".
       01 WS-JOB-NAME PIC X(14) VALUE "BILL-SETTLE".
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
           DISPLAY "==== Bill Payment Settlement ====".
           PERFORM LOAD-SITE-ID.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-BILLER-MASTER.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-JOURNAL-PAYMENTS.
           PERFORM WRITE-BILL-PAYMENT-FILE.
           PERFORM PRINT-CONTROL-REPORT.
           DISPLAY " ".
           MOVE WS-JRNL-PAY-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Journal bill payments : " WS-EDIT-TOTAL.
           MOVE WS-FILE-PAY-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Paid to billers       : " WS-EDIT-TOTAL.
           MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Held (unknown biller) : " WS-EDIT-TOTAL.
      * Every payment journalled must be either on the file or held;
      * if not, the file is not to be sent and the run stays
      * "started" so it can be rerun once the cause is found.
           IF WS-ACCOUNTED-TOTAL NOT = WS-JRNL-PAY-TOTAL
               DISPLAY "Bill payments DO NOT AGREE with the journal; "
                   "the run is not marked complete. See BILLCTL.RPT."
               STOP RUN
           END-IF.
           PERFORM MARK-RUN-COMPLETE.
           DISPLAY "Business day " WS-RUN-DATE " settled.".
           DISPLAY "Billers on file  : " WS-FILE-BILLER-COUNT.
           DISPLAY "Payments on file : " WS-FILE-PAY-COUNT.
           DISPLAY "Payments held    : " WS-HELD-COUNT.
           DISPLAY "Biller payments written to BILLPAY.DAT".
           DISPLAY "Control report written to BILLCTL.RPT".
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


      * Without the biller master no payment can be attributed, so
      * the run is refused before anything is touched.
       LOAD-BILLER-MASTER.
           OPEN INPUT BILLER-FILE.
           IF WS-BILL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open biller master BILLER.DAT. "
                   "Status: " WS-BILL-FILE-STATUS
               DISPLAY "Run refused; no data was touched."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLER-FILE
                   AT END MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF WS-BLR-COUNT >= 50
                           DISPLAY "WARNING: more than 50 billers in "
                               "BILLER.DAT; biller " BILL-CODE
                               " was ignored."
                       ELSE
                           ADD 1 TO WS-BLR-COUNT
                           MOVE BILL-CODE TO WS-BLR-CODE(WS-BLR-COUNT)
                           MOVE BILL-NAME TO WS-BLR-NAME(WS-BLR-COUNT)
                           MOVE BILL-STATUS TO
                               WS-BLR-STATUS(WS-BLR-COUNT)
                           MOVE 0 TO WS-BLR-PAY-COUNT(WS-BLR-COUNT)
                           MOVE 0 TO WS-BLR-PAY-TOTAL(WS-BLR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILLER-FILE.
           DISPLAY "Billers loaded: " WS-BLR-COUNT.


      * Collects the day's BILL-PAY entries and attributes each to
      * its biller; a code not on the master is counted as held.
       READ-JOURNAL-PAYMENTS.
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
                       MOVE JRNL-TIMESTAMP(1:8) TO WS-ENTRY-BUS-DATE
                       IF JRNL-BUSINESS-DATE IS NUMERIC AND
                           JRNL-BUSINESS-DATE NOT = 0
                           MOVE JRNL-BUSINESS-DATE TO
                               WS-ENTRY-BUS-DATE
                       END-IF
                       IF WS-ENTRY-BUS-DATE = WS-RUN-DATE AND
                           JRNL-TRAN-TYPE = "BILL-PAY"
                           PERFORM ADD-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-JOURNAL-FILE.


       ADD-PAYMENT.
           IF WS-PAY-COUNT >= 2000
               DISPLAY "Bill payment table is full; the run cannot "
                   "settle business date " WS-RUN-DATE "."
               STOP RUN
           END-IF.
           ADD 1 TO WS-JRNL-PAY-COUNT.
           ADD JRNL-AMOUNT TO WS-JRNL-PAY-TOTAL.
           ADD 1 TO WS-PAY-COUNT.
           MOVE JRNL-BILLER-CODE TO WS-PAY-BILLER-CODE(WS-PAY-COUNT).
           MOVE JRNL-BILL-REFERENCE TO WS-PAY-REFERENCE(WS-PAY-COUNT).
           MOVE JRNL-AMOUNT TO WS-PAY-AMOUNT(WS-PAY-COUNT).
           MOVE JRNL-TIMESTAMP TO WS-PAY-TIMESTAMP(WS-PAY-COUNT).
           MOVE JRNL-TERMINAL-ID TO WS-PAY-TERMINAL-ID(WS-PAY-COUNT).
           MOVE 0 TO WS-BLR-FOUND.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BLR-COUNT OR WS-BLR-FOUND NOT = 0
               IF WS-BLR-CODE(WS-BX) = JRNL-BILLER-CODE
                   MOVE WS-BX TO WS-BLR-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-BLR-FOUND TO WS-PAY-BILLER-X(WS-PAY-COUNT).
           IF WS-BLR-FOUND = 0
               ADD 1 TO WS-HELD-COUNT
               ADD JRNL-AMOUNT TO WS-HELD-TOTAL
           ELSE
               ADD 1 TO WS-BLR-PAY-COUNT(WS-BLR-FOUND)
               ADD JRNL-AMOUNT TO WS-BLR-PAY-TOTAL(WS-BLR-FOUND)
           END-IF.


      * The payment file is rebuilt whole for the date; a rerun under
      * override replaces it, and operations must recall the file
      * sent from the earlier run before sending this one. Billers
      * follow master file order; a biller with no payments for the
      * day does not appear.
       WRITE-BILL-PAYMENT-FILE.
           OPEN OUTPUT BILL-PAYMENT-FILE.
           IF WS-BPAY-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open biller payment file. Status: "
                   WS-BPAY-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "HDR" TO BPAY-HDR-TAG.
           MOVE WS-RUN-DATE TO BPAY-HDR-DATE.
           MOVE WS-SITE-ID TO BPAY-HDR-SITE-ID.
           MOVE WS-RC-RUN-NUMBER(WS-RC-FOUND) TO BPAY-HDR-RUN-NUMBER.
           WRITE BPAY-HEADER-RECORD.
           IF WS-BPAY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: biller payment header write failed. "
                   "Status: " WS-BPAY-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BLR-COUNT
               IF WS-BLR-PAY-COUNT(WS-BX) > 0
                   PERFORM WRITE-BILLER-PAYMENTS
               END-IF
           END-PERFORM.
           MOVE "TRL" TO BPAY-TRL-TAG.
           MOVE WS-FILE-BILLER-COUNT TO BPAY-TRL-BILLER-COUNT.
           MOVE WS-FILE-PAY-COUNT TO BPAY-TRL-PAYMENT-COUNT.
           MOVE WS-FILE-PAY-TOTAL TO BPAY-TRL-TOTAL.
           WRITE BPAY-TRAILER-RECORD.
           IF WS-BPAY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: biller payment trailer write failed. "
                   "Status: " WS-BPAY-FILE-STATUS
           END-IF.
           CLOSE BILL-PAYMENT-FILE.
           COMPUTE WS-ACCOUNTED-TOTAL =
               WS-FILE-PAY-TOTAL + WS-HELD-TOTAL.


      * One biller's block: header, its payments, and a trailer whose
      * count and total are taken from the details actually written.
       WRITE-BILLER-PAYMENTS.
           ADD 1 TO WS-FILE-BILLER-COUNT.
           MOVE "BHD" TO BPAY-BHD-TAG.
           MOVE WS-BLR-CODE(WS-BX) TO BPAY-BHD-BILLER-CODE.
           MOVE WS-BLR-NAME(WS-BX) TO BPAY-BHD-BILLER-NAME.
           WRITE BPAY-BILLER-HEADER-RECORD.
           IF WS-BPAY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: biller header write failed for "
                   "biller " BPAY-BHD-BILLER-CODE " status: "
                   WS-BPAY-FILE-STATUS
           END-IF.
           MOVE 0 TO WS-BLOCK-PAY-COUNT.
           MOVE 0 TO WS-BLOCK-PAY-TOTAL.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAY-COUNT
               IF WS-PAY-BILLER-X(WS-PX) = WS-BX
                   MOVE "DTL" TO BPAY-DTL-TAG
                   MOVE WS-PAY-BILLER-CODE(WS-PX) TO
                       BPAY-DTL-BILLER-CODE
                   MOVE WS-PAY-REFERENCE(WS-PX) TO BPAY-DTL-REFERENCE
                   MOVE WS-PAY-AMOUNT(WS-PX) TO BPAY-DTL-AMOUNT
                   MOVE WS-PAY-TIMESTAMP(WS-PX) TO BPAY-DTL-TIMESTAMP
                   MOVE WS-PAY-TERMINAL-ID(WS-PX) TO
                       BPAY-DTL-TERMINAL-ID
                   MOVE WS-RUN-DATE TO BPAY-DTL-BUSINESS-DATE
                   WRITE BPAY-DETAIL-RECORD
                   IF WS-BPAY-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: biller payment write failed "
                           "for biller " BPAY-DTL-BILLER-CODE
                           " status: " WS-BPAY-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-FILE-PAY-COUNT
                       ADD WS-PAY-AMOUNT(WS-PX) TO WS-FILE-PAY-TOTAL
                       ADD 1 TO WS-BLOCK-PAY-COUNT
                       ADD WS-PAY-AMOUNT(WS-PX) TO WS-BLOCK-PAY-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "BTR" TO BPAY-BTR-TAG.
           MOVE WS-BLR-CODE(WS-BX) TO BPAY-BTR-BILLER-CODE.
           MOVE WS-BLOCK-PAY-COUNT TO BPAY-BTR-PAYMENT-COUNT.
           MOVE WS-BLOCK-PAY-TOTAL TO BPAY-BTR-TOTAL.
           WRITE BPAY-BILLER-TRAILER-RECORD.
           IF WS-BPAY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: biller trailer write failed for "
                   "biller " BPAY-BTR-BILLER-CODE " status: "
                   WS-BPAY-FILE-STATUS
           END-IF.


      * The control report: each biller's count and total, the file
      * totals, the journal total and the held payments, so
      * operations can prove the file before it is sent.
       PRINT-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open bill payment control report. "
                   "Status: " WS-RPT-FILE-STATUS
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
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BLR-COUNT
               IF WS-BLR-PAY-COUNT(WS-BX) > 0
                   MOVE WS-BLR-CODE(WS-BX) TO WS-DTL-CODE
                   MOVE WS-BLR-NAME(WS-BX) TO WS-DTL-NAME
                   MOVE WS-BLR-PAY-COUNT(WS-BX) TO WS-DTL-COUNT
                   MOVE WS-BLR-PAY-TOTAL(WS-BX) TO WS-DTL-TOTAL
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-FILE-BILLER-COUNT = 0
               MOVE "NO BILL PAYMENTS FOR THIS BUSINESS DAY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAYMENT FILE TOTAL" TO WS-TOT-LABEL.
           MOVE WS-FILE-PAY-COUNT TO WS-TOT-COUNT.
           MOVE WS-FILE-PAY-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HELD - BILLER NOT ON MASTER" TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
           MOVE WS-HELD-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BILL PAYMENTS PER JOURNAL" TO WS-TOT-LABEL.
           MOVE WS-JRNL-PAY-COUNT TO WS-TOT-COUNT.
           MOVE WS-JRNL-PAY-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ACCOUNTED-TOTAL = WS-JRNL-PAY-TOTAL
               MOVE "FILE PLUS HELD AGREES WITH JOURNAL" TO REPORT-LINE
           ELSE
               MOVE "*** FILE PLUS HELD DOES NOT AGREE WITH JOURNAL ***"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HELD PAYMENTS (BILLER CODE NOT ON BILLER.DAT)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAY-COUNT
               IF WS-PAY-BILLER-X(WS-PX) = 0
                   MOVE WS-PAY-TIMESTAMP(WS-PX) TO WS-HLD-TIMESTAMP
                   MOVE WS-PAY-TERMINAL-ID(WS-PX) TO WS-HLD-TERMINAL
                   MOVE WS-PAY-BILLER-CODE(WS-PX) TO WS-HLD-CODE
                   MOVE WS-PAY-REFERENCE(WS-PX) TO WS-HLD-REFERENCE
                   MOVE WS-PAY-AMOUNT(WS-PX) TO WS-HLD-AMOUNT
                   MOVE WS-HELD-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-HELD-COUNT = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY OPERATIONS: ____________  DATE: ____"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CONTROL-REPORT-FILE.


      * The business date is an operator input so a run that slips
      * past midnight still settles the day it belongs to. Blank
      * means today.
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
      * date has already been sent to the billers, so the override
      * prompt says so.
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
                       "settled to the billers (run "
                       WS-RC-RUN-NUMBER(WS-RC-FOUND) ")."
                   DISPLAY "A rerun replaces BILLPAY.DAT; the file "
                       "already sent must be recalled first."
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


       END PROGRAM BILL-SETTLE.
