      *> Shared Remittance Register record layout.
      *> RemitRegister.dat keeps the identifying details of every
      *> remittance the cash runs have taken in, so a resent lockbox
      *> file or a payments file fed twice is caught before the money
      *> is posted again. RG-Batch is the run timestamp and RG-Source
      *> is 'L' (lockbox remittance taken in by the lockbox run) or
      *> 'P' (payment posted by the payments run); RG-Seq numbers the
      *> remittances within the run. RG-IDNum is the account as it
      *> arrived (as keyed on the lockbox, so it is X not 9) and
      *> RG-CheckNum the bank's check number, spaces where the source
      *> carries none. Both are alternate keys with duplicates so a
      *> customer's or a check's earlier remittances can be found
      *> directly. RG-Date is the business date of the run.
      *> Used via plain COPY in a FILE SECTION FD.
       01 RemitData.
           02 RG-Key.
               03 RG-Batch     PIC X(14).
               03 RG-Source    PIC X(1).
               03 RG-Seq       PIC 9(7).
           02 RG-IDNum         PIC X(7).
           02 RG-CheckNum      PIC X(10).
           02 RG-Amount        PIC 9(7)V99.
           02 RG-Reference     PIC X(7).
           02 RG-Date          PIC 9(8).
