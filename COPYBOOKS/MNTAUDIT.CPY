      * Copybook: MNTAUDIT
      * Purpose:  Back-office maintenance audit record layout.
      *           Sequential, one entry appended per maintenance
      *           action performed by ACCT-MAINT (and the other
      *           back-office programs), stamped with the operator id
      *           and a timestamp.
      *           MNT-LINKED-CARD is filled only where an action ties
      *           two cards together (a card reissue records the old
      *           card in MNT-CARD-NUMBER and the replacement here) and
      *           is spaces otherwise.
      *           MNT-APPROVER-ID is the second operator who approved
      *           a dual-control action (reversal over the threshold,
      *           daily-limit increase, card unlock, cassette
      *           unload) and is spaces otherwise. Operator sign-on
      *           outcomes are audited too (LOGON, LOGON-FAIL,
      *           LOCKOUT, ROLE-REFUSED, APPROVE-FAIL) under the id
      *           that was keyed, and operator file maintenance
      *           (OPR-...) carries the operator acted on in
      *           MNT-CARD-NUMBER and the role in MNT-ACCOUNT-TYPE.
      *           An ATM REVERSAL carries the amount reversed in
      *           MNT-NEW-VALUE.
      ******************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MNT-OPERATOR-ID           PIC X(8).
           05  MNT-OLD-VALUE             PIC 9(10)V99.
           05  MNT-NEW-VALUE             PIC 9(10)V99.
           05  MNT-TIMESTAMP             PIC 9(14).
           05  MNT-LINKED-CARD           PIC X(16).
           05  MNT-APPROVER-ID           PIC X(8).
