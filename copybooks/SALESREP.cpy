      *> Shared Salesperson Master record layout.
      *> SalesReps.dat is keyed on SP-RepID. SP-Rate is the commission
      *> rate paid on cash collected against the rep's invoices (0.0500
      *> is five percent). SP-Active is 'Y' or 'N'; an inactive rep
      *> cannot be assigned to customers but is still paid on what the
      *> rep's earlier invoices bring in. SP-PayrollID is the
      *> employee number the payroll interface file carries.
      *> Used via plain COPY in a FILE SECTION FD.
       01 SalesRepData.
           02 SP-RepID         PIC X(4).
           02 SP-Name          PIC X(30).
           02 SP-Rate          PIC 9V9(4).
           02 SP-Branch        PIC X(2).
           02 SP-Active        PIC X(1).
           02 SP-PayrollID     PIC X(10).
