      *> Shared Customer Ship-to Address record layout.
      *> ShipTo.dat is keyed on ST-Key: the bill-to customer's IDNum
      *> plus a ship-to number assigned 1 upward within the customer.
      *> Ship-to number zero is never stored; it means the customer's
      *> own CustAddress. The address is validated through STVALID
      *> like every other address, and the state is the one order
      *> entry taxes the goods in. ST-Active is 'Y' (can be picked on
      *> new orders) or 'N' (closed site - kept on file so old orders
      *> still print where they went).
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY SHIPTO REPLACING ... where a WORKING-STORAGE mirror
      *> is needed.
       01 ShipToData.
           02 ST-Key.
               03 ST-IDNum     PIC 9(7).
               03 ST-ShipNum   PIC 9(3).
           02 ST-Name          PIC X(30).
           02 ST-AddrLine1     PIC X(20).
           02 ST-AddrCity      PIC X(15).
           02 ST-AddrState     PIC X(2).
           02 ST-AddrZip       PIC X(10).
           02 ST-Active        PIC X(1).
