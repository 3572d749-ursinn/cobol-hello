      *> Shared Bad-Debt Write-Off record layout.
      *> WriteOffs.dat is keyed on WO-WriteOffNum, assigned from
      *> WriteOffControl.dat the same way MemoControl.dat assigns memo
      *> numbers, with WO-IDNum as an alternate key so a customer's
      *> write-offs can be found without a full scan. The month-end
      *> write-off run proposes ('P') every account whose last dunning
      *> letter was the final notice and which still has an open item
      *> more than 120 days old; a supervisor releases ('R') or
      *> rejects ('X') the proposal; the next write-off run closes the
      *> customer's open items, relieves CustBalance with a 'WO' line
      *> in PaymentHistory.dat, puts the customer on credit hold,
      *> places the account with the collection agency and marks the
      *> record written off ('W'). Money the agency later remits is
      *> recorded against the write-off as a 'WR' history line and
      *> accumulated in WO-Recovered; it does not reopen the balance.
      *> WO-Amount is the open-item total when proposed; WO-WrittenOff
      *> is what was actually written off on WO-WriteOffDate.
      *> Used via plain COPY in a FILE SECTION FD.
       01 WriteOffData.
           02 WO-WriteOffNum   PIC 9(7).
           02 WO-IDNum         PIC 9(7).
           02 WO-Amount        PIC 9(7)V99.
           02 WO-OldestDays    PIC 9(5).
           02 WO-Status        PIC X(1).
           02 WO-ProposeDate   PIC 9(8).
           02 WO-ApprOper      PIC X(8).
           02 WO-ApprDate      PIC 9(8).
           02 WO-WriteOffDate  PIC 9(8).
           02 WO-WrittenOff    PIC 9(7)V99.
           02 WO-Recovered     PIC 9(7)V99.
           02 WO-LastRecovery  PIC 9(8).
