      *> Shared Invoice Dispute record layout.
      *> Disputes.dat is keyed on DP-Key, the disputed invoice number
      *> followed by a sequence that counts the disputes raised on that
      *> invoice, so the highest sequence is the current dispute.
      *> Placing a dispute moves the open item in OpenItems.dat to
      *> OI-Status 'D', which keeps it out of finance charges, dunning
      *> and oldest-first cash application while the aging report and
      *> statements show it separately; resolving the dispute puts the
      *> item back to 'O'. DP-Reason is one of QTY (wrong quantity),
      *> DMG (damaged goods), PRC (pricing), DUP (duplicate billing),
      *> NRC (not received) or OTH (other). DP-Owner is the operator
      *> responsible for settling it. DP-Status is 'O' (open) or 'R'
      *> (resolved on DP-CloseDate, either by an operator or because
      *> the customer paid the invoice off while it was in dispute).
      *> Used via plain COPY in a FILE SECTION FD.
       01 DisputeData.
           02 DP-Key.
               03 DP-InvoiceNum  PIC 9(7).
               03 DP-Seq         PIC 9(2).
           02 DP-IDNum         PIC 9(7).
           02 DP-Amount        PIC S9(7)V99.
           02 DP-Reason        PIC X(3).
           02 DP-Owner         PIC X(8).
           02 DP-EnterOper     PIC X(8).
           02 DP-OpenDate      PIC 9(8).
           02 DP-Status        PIC X(1).
           02 DP-CloseDate     PIC 9(8).
           02 DP-Note          PIC X(40).
