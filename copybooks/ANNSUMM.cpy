      *> Shared Customer Annual Summary record layout.
      *> The fiscal year-end close appends one line per customer to
      *> CustAnnualSummary.dat for the year it closes: the orders and
      *> purchases (order amount plus tax, cancelled orders excluded),
      *> payments received net of returned checks, credits (credit
      *> memos and write-offs) and charges (finance charges, debit
      *> memos, returned-check fees and refunds) dated in that year.
      *> AS-BalOnlyBF is the net of the balance-only postings (FC DM
      *> NF RF less CM) that the close moved out of PaymentHistory.dat
      *> into the year's archive, brought forward so the AR subledger
      *> reconciliation still accounts for them. AS-CloseDate is the
      *> date the close ran.
      *> Used via plain COPY in a FILE SECTION FD.
       01 AnnualSummaryRec.
           02 AS-Year          PIC 9(4).
           02 AS-IDNum         PIC 9(7).
           02 AS-Orders        PIC 9(5).
           02 AS-Purchases     PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 AS-Payments      PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 AS-Credits       PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 AS-Charges       PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 AS-BalOnlyBF     PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 AS-CloseDate     PIC 9(8).
