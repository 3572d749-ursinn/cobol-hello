      *> Shared Return Authorization (RMA) record layout.
      *> Returns.dat is keyed on RM-RMANum, assigned from
      *> RMAControl.dat the same way MemoControl.dat assigns
      *> MM-MemoNum. Each RMA covers one billed order line: RM-InvoiceNum
      *> is the invoice from Invoices.dat and RM-OrderNum/RM-LineNum the
      *> line from OrderLines.dat it was billed on. RM-UnitPrice is the
      *> price billed on that line, RM-GoodsAmt the returned quantity
      *> at that price and RM-TaxAmt the matching share of the order's
      *> OrderTax, so the credit can never exceed what was invoiced.
      *> RM-Status is 'A' (authorized, goods not yet back), 'R' (goods
      *> received, credit memo raised as RM-MemoNum and the item
      *> restocked) or 'X' (authorization cancelled).
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY RMAREC REPLACING ... where a WORKING-STORAGE mirror
      *> is needed.
       01 ReturnData.
           02 RM-RMANum      PIC 9(7).
           02 RM-InvoiceNum  PIC 9(7).
           02 RM-OrderNum    PIC 9(7).
           02 RM-LineNum     PIC 9(3).
           02 RM-IDNum       PIC 9(7).
           02 RM-ItemCode    PIC X(8).
           02 RM-Quantity    PIC 9(5).
           02 RM-UnitPrice   PIC 9(5)V99.
           02 RM-GoodsAmt    PIC 9(7)V99.
           02 RM-TaxAmt      PIC 9(5)V99.
           02 RM-Reason      PIC X(3).
           02 RM-Status      PIC X(1).
           02 RM-AuthDate    PIC 9(8).
           02 RM-RecvDate    PIC 9(8).
           02 RM-MemoNum     PIC 9(7).
           02 RM-Operator    PIC X(8).
