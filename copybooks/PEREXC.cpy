      *> Shared Closed-Period exception record layout.
      *> PeriodExceptions.dat gets one line from the PERIODCHK
      *> subprogram for every posting attempted with a date in a closed
      *> month: the program and operator, the transaction reference
      *> (order, memo, payment customer, lockbox batch ...), the date
      *> it was dated, and what happened - 'R' rolled forward to
      *> PX-PostDate, the first day of the next open month, or 'X'
      *> refused (PX-PostDate zero). example128 reports the attempts.
      *> Used via plain COPY in a FILE SECTION FD.
       01 PeriodExcRec.
           02 PX-Timestamp     PIC 9(14).
           02 PX-Program       PIC X(10).
           02 PX-Operator      PIC X(8).
           02 PX-Reference     PIC X(20).
           02 PX-TranDate      PIC 9(8).
           02 PX-Action        PIC X(1).
           02 PX-PostDate      PIC 9(8).
