      *> Shared Credit Limit change log record layout.
      *> CreditLimitLog.dat gets one line for every credit limit the
      *> review apply pass in example123 changes: the customer, the
      *> limit before and after (zero = unlimited), the review action
      *> ('R' raise or 'L' lower), the date of the review that
      *> proposed it, when it was applied and by which supervisor.
      *> Used via plain COPY in a FILE SECTION FD.
       01 LimitLogRec.
           02 LL-IDNum         PIC 9(7).
           02 LL-OldLimit      PIC 9(7)V99.
           02 LL-NewLimit      PIC 9(7)V99.
           02 LL-Action        PIC X(1).
           02 LL-ReviewDate    PIC 9(8).
           02 LL-Timestamp     PIC 9(14).
           02 LL-Operator      PIC X(8).
