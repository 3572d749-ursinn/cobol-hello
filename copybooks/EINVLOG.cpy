      *> Shared Electronic Invoice transmission log record layout.
      *> The nightly invoicing run appends one line to EInvoiceLog.dat
      *> for every invoice it writes to the electronic invoice file,
      *> so a customer who says an invoice never arrived can be told
      *> which night's file (EL-FileSeq, the sequence number carried in
      *> that file's header and trailer) it went out in.
      *> EL-Stamp is the date and time the line was written.
      *> Used via plain COPY in a FILE SECTION FD.
       01 EInvLogLine.
           02 EL-FileSeq       PIC 9(7).
           02 EL-FileDate      PIC 9(8).
           02 EL-InvoiceNum    PIC 9(7).
           02 EL-IDNum         PIC 9(7).
           02 EL-PartnerID     PIC X(15).
           02 EL-Amount        PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 EL-Stamp         PIC X(14).
