      *> Shared Promise-to-Pay record layout.
      *> Promises.dat is keyed on PM-Key, the customer number followed
      *> by the timestamp the collector recorded the promise, so an
      *> ascending scan from a customer's number reads that customer's
      *> promises oldest-first and the last one read is the current
      *> promise. PM-Status is 'O' (open, awaiting payment by
      *> PM-DueDate), 'K' (kept - the payments run has received
      *> PM-Amount or more since the promise was made), 'B' (broken -
      *> the daily broken-promise run found PM-DueDate passed without
      *> the full amount) or 'F' (broken and since followed up by a
      *> collector). PM-Paid accumulates payments posted against an
      *> open promise; PM-ClosedDate is the date it was kept or broken.
      *> Used via plain COPY in a FILE SECTION FD.
       01 PromiseData.
           02 PM-Key.
               03 PM-IDNum     PIC 9(7).
               03 PM-Stamp     PIC X(14).
           02 PM-Amount        PIC 9(7)V99.
           02 PM-DueDate       PIC 9(8).
           02 PM-Paid          PIC 9(7)V99.
           02 PM-Status        PIC X(1).
           02 PM-Collector     PIC X(8).
           02 PM-ClosedDate    PIC 9(8).
