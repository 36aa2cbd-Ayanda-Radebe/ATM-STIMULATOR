      ******************************************************************
      * Copybook: ARCHCTL
      * Purpose:  Control record layout for the dated journal archive
      *           files (JRNLARCH.YYYYMMDD.DAT). JRNL-ARCHIVE writes it
      *           as the last line of every archive, after the detail
      *           entries (JRNLREC), with the record count and the
      *           credit and debit totals of the day it closes.
      *           ARCH-CTL-CHAIN-HASH ties the archive into a chain:
      *           it is a polynomial hash of every detail line in
      *           file order followed by the hashed part of this
      *           record, which carries the date and chain hash of
      *           the nearest earlier archive (ARCH-CTL-PREV-DATE and
      *           ARCH-CTL-PREV-HASH, zero when the chain starts
      *           here). Editing, adding or removing any line of a
      *           closed day therefore changes its hash and breaks
      *           the link held by every later archive. Archives
      *           written before the chain existed end after the
      *           debit total, so the chain fields read back as
      *           spaces. ARCH-VERIFY checks all of it.
      ******************************************************************
       01  ARCH-CONTROL-RECORD.
           05  ARCH-CTL-HASHED-PART.
               10  ARCH-CTL-TAG          PIC X(8).
               10  ARCH-CTL-DATE         PIC 9(8).
               10  ARCH-CTL-RECORD-COUNT PIC 9(6).
               10  ARCH-CTL-CREDIT-TOTAL PIC 9(12)V99.
               10  ARCH-CTL-DEBIT-TOTAL  PIC 9(12)V99.
               10  ARCH-CTL-PREV-DATE    PIC 9(8).
               10  ARCH-CTL-PREV-HASH    PIC 9(10).
           05  ARCH-CTL-CHAIN-HASH       PIC 9(10).
