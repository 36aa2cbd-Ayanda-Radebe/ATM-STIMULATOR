      ******************************************************************
      * Copybook: GLIFREC
      * Purpose:  General ledger interface file record layouts
      *           (GLPOST.DAT), written by GL-POST for one business
      *           date and loaded by the ledger. The file is one
      *           header record ("HDR"), one detail record per GL
      *           account, side and source transaction type, and one
      *           trailer record ("TRL") whose debit and credit totals
      *           are equal on every file GL-POST releases.
      *           GLIF-DR-CR is "D" for a debit and "C" for a credit;
      *           GLIF-AMOUNT carries the amount without sign.
      ******************************************************************
       01  GLIF-RECORD.
           05  GLIF-BUSINESS-DATE        PIC 9(8).
           05  GLIF-GL-ACCOUNT           PIC X(10).
           05  GLIF-DR-CR                PIC X(1).
           05  GLIF-AMOUNT               PIC 9(12)V99.
           05  GLIF-ENTRY-COUNT          PIC 9(6).
           05  GLIF-SOURCE-TYPE          PIC X(12).

       01  GLIF-HEADER-RECORD.
           05  GLIF-HDR-TAG              PIC X(3).
           05  GLIF-HDR-DATE             PIC 9(8).
           05  GLIF-HDR-SITE-ID          PIC X(8).
           05  GLIF-HDR-RUN-NUMBER       PIC 9(4).

       01  GLIF-TRAILER-RECORD.
           05  GLIF-TRL-TAG              PIC X(3).
           05  GLIF-TRL-DETAIL-COUNT     PIC 9(5).
           05  GLIF-TRL-DEBIT-TOTAL      PIC 9(12)V99.
           05  GLIF-TRL-CREDIT-TOTAL     PIC 9(12)V99.
