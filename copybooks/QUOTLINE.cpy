      *> Shared Sales Quotation line record layout.
      *> QuoteLines.dat is keyed on QL-Key (QT-QuoteNum plus line
      *> number, 1 upward within each quote) and mirrors ORDLINE so a
      *> converted quote's lines become OrderLines.dat records at the
      *> quoted price.
      *> Used via plain COPY in a FILE SECTION FD.
       01 QuoteLineData.
           02 QL-Key.
               03 QL-QuoteNum  PIC 9(7).
               03 QL-LineNum   PIC 9(3).
           02 QL-ItemCode      PIC X(8).
           02 QL-Quantity      PIC 9(5).
           02 QL-UnitPrice     PIC 9(5)V99.
           02 QL-ExtAmount     PIC S9(7)V99.
