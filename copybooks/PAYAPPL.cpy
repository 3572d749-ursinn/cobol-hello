      *> Shared Payment Application record layout.
      *> PayApplied.dat records where each payment posted by the
      *> payments run went: one record per open item the payment
      *> relieved, plus one with PA-InvoiceNum zero for any remainder
      *> held as unapplied cash. PA-Batch, PA-IDNum, PA-PayAmount and
      *> PA-PayRef are the PH-Batch, PH-IDNum, PH-Amount and
      *> PH-Reference of the PaymentHistory.dat line the payment wrote,
      *> which is how a returned check is traced back to the items it
      *> paid. PA-PaySeq is the payment's position in its posting run
      *> and PA-LineSeq numbers the applications within the payment.
      *> PA-Status is 'A' (applied) or 'R' (reversed when the check
      *> came back unpaid, on PA-RevDate).
      *> Used via plain COPY in a FILE SECTION FD.
       01 PayApplyData.
           02 PA-Key.
               03 PA-Batch     PIC X(14).
               03 PA-IDNum     PIC 9(7).
               03 PA-PaySeq    PIC 9(7).
               03 PA-LineSeq   PIC 9(3).
           02 PA-PayAmount     PIC 9(7)V99.
           02 PA-PayRef        PIC 9(7).
           02 PA-InvoiceNum    PIC 9(7).
           02 PA-Applied       PIC 9(7)V99.
           02 PA-Status        PIC X(1).
           02 PA-RevDate       PIC 9(8).
