      *> Shared GL Account Mapping (chart of accounts) record layout.
      *> GLAccounts.dat is one line per transaction type, side and
      *> branch, maintained from the reference-table screens
      *> (example67). The GL extract posts each side of each
      *> transaction to the GA-Account found for its GA-TranType,
      *> GA-DrCr and the branch that owns it (OrderBranch for order
      *> revenue and tax, the customer's CustBranch for everything in
      *> PaymentHistory.dat); a line with GA-Branch blank is the
      *> default for branches without a line of their own. Types are
      *> 'OR' (order receivable/revenue), 'TX' (order sales tax,
      *> credited when an order is posted and debited when it is
      *> cancelled) and the PaymentHistory.dat PH-Type codes 'PY',
      *> 'FC', 'CM', 'DM', 'NR', 'NF', 'RF', 'WO', 'WR' and 'OX'. An
      *> 'OX' reversal posts against OrderBranch like the order it
      *> cancels. GA-Desc names the account on the trial balance.
      *> Used via plain COPY in a FILE SECTION FD.
       01 GLAccountRec.
           02 GA-TranType  PIC X(2).
           02 GA-DrCr      PIC X(2).
           02 GA-Branch    PIC X(2).
           02 GA-Account   PIC X(4).
           02 GA-Desc      PIC X(20).
