      *> Shared Duplicate Remittance exception record layout.
      *> DupRemit.dat is appended by the lockbox and payments runs for
      *> every remittance they would not post because it repeats one
      *> already on the remittance register, and for every whole file
      *> they refused as a resend; example121 prints it for the cash
      *> team. DX-Source is 'L' (lockbox) or 'P' (payments). DX-Kind
      *> is 'F' (whole file refused - DX-Count and DX-Amount are the
      *> file's control count and total) or 'I' (one remittance sent
      *> to payment suspense as a possible duplicate - DX-Count is 1).
      *> DX-PrevBatch and DX-PrevDate identify the earlier run the
      *> file or remittance matched.
      *> Used via plain COPY in a FILE SECTION FD.
       01 DupRemitRec.
           02 DX-Date          PIC 9(8).
           02 DX-Source        PIC X(1).
           02 DX-Kind          PIC X(1).
           02 DX-IDNum         PIC X(7).
           02 DX-CheckNum      PIC X(10).
           02 DX-Reference     PIC X(7).
           02 DX-Count         PIC 9(7).
           02 DX-Amount        PIC 9(11)V99.
           02 DX-PrevBatch     PIC X(14).
           02 DX-PrevDate      PIC 9(8).
