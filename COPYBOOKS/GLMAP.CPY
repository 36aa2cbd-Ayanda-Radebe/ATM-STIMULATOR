      ******************************************************************
      * Copybook: GLMAP
      * Purpose:  General ledger mapping record layout (GLMAP.DAT),
      *           maintained by finance. Each record carries a keyword
      *           and a data area redefined per keyword:
      *             RULE    - how one journal transaction type posts:
      *                       the account class debited and the
      *                       account class credited with the entry
      *                       amount. GLM-ORIG-TYPE narrows a rule to
      *                       REVERSAL entries of one original type;
      *                       it is spaces on every other rule. A
      *                       rule with both classes blank marks a
      *                       type with no ledger effect (inquiries,
      *                       PIN changes, card reissue moves within
      *                       one product ledger).
      *             ACCOUNT - the GL account number an account class
      *                       resolves to. CASH (ATM cash) is
      *                       qualified by terminal id and LIAB
      *                       (customer deposit liability) by account
      *                       type; every other class, and the
      *                       fallback row of a qualified one, has a
      *                       blank qualifier.
      *           Typical classes: CASH ATM cash, LIAB deposit
      *           liability, DIT deposits in transit (deposits on
      *           verification hold), INTX interest expense, INTI
      *           interest income, FEEI fee income, VALT branch vault,
      *           BILL bill payments owed to billers, SUSP suspense.
      *           The SUSP account is mandatory: a journal type with
      *           no rule, or a class with no account, posts there
      *           for finance to clear by hand.
      *           Read by GL-POST.
      ******************************************************************
       01  GLM-RECORD.
           05  GLM-KEYWORD               PIC X(8).
               88  GLM-RULE-REC          VALUE "RULE".
               88  GLM-ACCOUNT-REC       VALUE "ACCOUNT".
           05  GLM-DATA                  PIC X(50).
           05  GLM-RULE-DATA REDEFINES GLM-DATA.
               10  GLM-TRAN-TYPE         PIC X(12).
               10  GLM-ORIG-TYPE         PIC X(12).
               10  GLM-DEBIT-CLASS       PIC X(4).
               10  GLM-CREDIT-CLASS      PIC X(4).
               10  FILLER                PIC X(18).
           05  GLM-ACCOUNT-DATA REDEFINES GLM-DATA.
               10  GLM-CLASS             PIC X(4).
               10  GLM-QUALIFIER         PIC X(8).
               10  GLM-GL-ACCOUNT        PIC X(10).
               10  GLM-GL-NAME           PIC X(28).
