      ******************************************************************
      * Copybook: ARCHVFY
      * Purpose:  Archive verification result record layout
      *           (ARCHVFY.DAT), one record per archive date that
      *           ARCH-VERIFY has checked, replaced each time the date
      *           is verified again. AVF-RESULT is "P" when the
      *           archive passed every check, "U" when its counts and
      *           totals agree but it was written before the hash
      *           chain existed (so edits to it cannot be detected),
      *           and "F" when it failed. AVF-CHAIN-HASH is the chain
      *           hash on the archive's control record when it was
      *           verified (zero for "U"), so a month-end job can tell
      *           an archive rewritten since its verification.
      *           Rows for archive dates more than 1500 days old are
      *           dropped whenever ARCH-VERIFY rewrites the file.
      ******************************************************************
       01  AVF-RECORD.
           05  AVF-ARCHIVE-DATE          PIC 9(8).
           05  AVF-RESULT                PIC X(1).
               88  AVF-PASSED            VALUE "P".
               88  AVF-UNCHAINED         VALUE "U".
               88  AVF-FAILED            VALUE "F".
           05  AVF-CHAIN-HASH            PIC 9(10).
           05  AVF-VERIFIED-AT           PIC 9(14).
