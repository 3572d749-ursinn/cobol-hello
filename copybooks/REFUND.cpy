      *> Shared Customer Refund record layout.
      *> Refunds.dat is keyed on RR-RefundNum, assigned from
      *> RefundControl.dat the same way MemoControl.dat assigns memo
      *> numbers, with RR-IDNum as an alternate key so a customer's
      *> refunds can be found without a full scan. The weekly refund
      *> run proposes a refund ('P') for each credit balance that has
      *> sat untouched longer than the parameter number of days; a
      *> supervisor approves ('A') or rejects ('X') it; the next
      *> refund run issues the check ('I'), posting an 'RF' line to
      *> PaymentHistory.dat with the check number as its reference.
      *> RR-Amount is the credit balance when proposed; RR-IssueAmount
      *> is what the check was actually written for, which is never
      *> more than the credit balance left on the day it was issued.
      *> Used via plain COPY in a FILE SECTION FD.
       01 RefundData.
           02 RR-RefundNum     PIC 9(7).
           02 RR-IDNum         PIC 9(7).
           02 RR-Amount        PIC 9(7)V99.
           02 RR-Status        PIC X(1).
           02 RR-ProposeDate   PIC 9(8).
           02 RR-LastActivity  PIC 9(8).
           02 RR-ApprOper      PIC X(8).
           02 RR-ApprDate      PIC 9(8).
           02 RR-CheckNum      PIC 9(7).
           02 RR-IssueDate     PIC 9(8).
           02 RR-IssueAmount   PIC 9(7)V99.
