      *> Shared GL Posting detail line layout.
      *> One 'D' line of the GL extract (GLPostings.dat, 60 bytes, 'H'
      *> header and 'T' trailer around the details): the posting date,
      *> the account the GL account mapping (GLACCT.cpy) gave for the
      *> transaction type, side and branch, the branch itself, and the
      *> amount. Each night's accepted details are also appended to
      *> GLJournal.dat, which the monthly trial balance reads.
      *> Used via plain COPY in WORKING-STORAGE or a FILE SECTION FD.
       01 GLDetailLine.
           02 GD-RecType   PIC X(1).
           02 GD-Date      PIC 9(8).
           02 GD-Account   PIC X(4).
           02 GD-DrCr      PIC X(2).
           02 GD-Amount    PIC 9(9)V99.
           02 GD-Desc      PIC X(20).
           02 GD-Branch    PIC X(2).
           02 FILLER       PIC X(12).
