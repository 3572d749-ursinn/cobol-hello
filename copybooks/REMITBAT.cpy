      *> Shared Remittance Batch register record layout.
      *> RemitBatches.dat holds one line for every lockbox or payments
      *> file a cash run accepted: RB-Source 'L' (Lockbox.dat) or 'P'
      *> (Payments.dat), the run timestamp in RB-Batch, and the file's
      *> control totals - RB-Count remittances for RB-Total, with
      *> RB-Hash the hash total (the sum of the check numbers on a
      *> lockbox file, of the customer numbers on a payments file).
      *> A later file of the same source whose three control totals
      *> all match one on this register is refused whole as a resend.
      *> RB-Date is the business date of the run.
      *> Used via plain COPY in a FILE SECTION FD.
       01 RemitBatchRec.
           02 RB-Batch         PIC X(14).
           02 RB-Source        PIC X(1).
           02 RB-Count         PIC 9(7).
           02 RB-Total         PIC 9(11)V99.
           02 RB-Hash          PIC 9(15).
           02 RB-Date          PIC 9(8).
