      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  Operator security file record layout (OPERATOR.DAT),
      *           one record per back-office operator, maintained by
      *           OPER-MAINT. Every back-office program and ATM
      *           supervisor function signs its operator on against
      *           this file, and a high-risk action needs a second,
      *           different operator from it to approve.
      *           OPR-PIN-HASH is a one-way hash of the operator id
      *           and PIN; the PIN itself is never stored.
      *           OPR-ROLE decides what the operator may do:
      *             T teller        - account maintenance, deposit
      *                               verification;
      *             S supervisor    - everything a teller may do,
      *                               ATM reversals, cassette work,
      *                               operator maintenance, and
      *                               approving high-risk actions;
      *             C cash officer  - cassette loads, unloads and
      *                               balancing.
      *           OPR-STATUS is "A" active, "R" revoked (kept on file
      *           so the audit trail still resolves the id) or "L"
      *           locked out after OPR-FAILED-LOGONS reached three
      *           wrong PINs in a row; only a supervisor can lift a
      *           lockout. OPR-LAST-LOGON stamps the last good logon.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPR-ID                    PIC X(8).
           05  OPR-NAME                  PIC X(30).
           05  OPR-PIN-HASH              PIC 9(10).
           05  OPR-ROLE                  PIC X(1).
               88  OPR-TELLER            VALUE "T".
               88  OPR-SUPERVISOR        VALUE "S".
               88  OPR-CASH-OFFICER      VALUE "C".
           05  OPR-STATUS                PIC X(1).
               88  OPR-ACTIVE            VALUE "A".
               88  OPR-REVOKED           VALUE "R".
               88  OPR-LOCKED            VALUE "L".
           05  OPR-FAILED-LOGONS         PIC 9(1).
           05  OPR-LAST-LOGON            PIC 9(14).
