        ==ItemCode==   BY ==WSItemCode==
        ==ItemDesc==   BY ==WSItemDesc==
        ==ItemPrice==  BY ==WSItemPrice==
        ==ItemActive== BY ==WSItemActive==
        ==ItemOnHand== BY ==WSItemOnHand==
        ==ItemAllocated== BY ==WSItemAllocated==
        ==ItemReorderPt== BY ==WSItemReorderPt==.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSItemFileStatus  PIC X(2).
01 WSAction          PIC X(1).
01 WSAuditOp         PIC X(1).
01 WSPriceIn         PIC X(9).
01 WSPriceDisp       PIC ZZZZ9.99.
01 WSReorderIn       PIC X(7).
01 WSReorderDisp     PIC ZZZZZZ9.
01 WSBeforeDesc      PIC X(30).
01 WSBeforePrice     PIC 9(5)V99.
01 WSErrorMsg        PIC X(60).
       05 LINE 5 COL 25 PIC X(9) USING WSPriceIn.
       05 LINE 6 COL 5 VALUE "Active (Y/N) . . :".
       05 LINE 6 COL 25 PIC X(1) FROM WSItemActive.
       05 LINE 7 COL 5 VALUE "On Hand. . . . . :".
       05 LINE 7 COL 25 PIC ZZZZZZ9 FROM WSItemOnHand.
       05 LINE 8 COL 5 VALUE "Allocated. . . . :".
       05 LINE 8 COL 25 PIC ZZZZZZ9 FROM WSItemAllocated.
       05 LINE 9 COL 5 VALUE "Reorder Point. . :".
       05 LINE 9 COL 25 PIC X(7) USING WSReorderIn.
       05 LINE 11 COL 5 PIC X(60) FROM WSErrorMsg.

PROCEDURE DIVISION.
MainLine.
           DISPLAY "Item: " WSItemCode " "
               FUNCTION TRIM(WSItemDesc)
               "  price " WSItemPrice "  active " WSItemActive
           DISPLAY "On hand " WSItemOnHand "  allocated " WSItemAllocated
               "  reorder point " WSItemReorderPt
           PERFORM GetAction
           EVALUATE WSAction
               WHEN 'U'
       MOVE 0 TO WSItemPrice
       MOVE SPACES TO WSPriceIn
       MOVE 'Y' TO WSItemActive
       MOVE 0 TO WSItemOnHand
       MOVE 0 TO WSItemAllocated
       MOVE 0 TO WSItemReorderPt
       MOVE SPACES TO WSReorderIn
       PERFORM AcceptItemScreen
       MOVE WSItem TO ItemData
       WRITE ItemData
       MOVE WSItemPrice TO WSBeforePrice
       MOVE WSItemPrice TO WSPriceDisp
       MOVE WSPriceDisp TO WSPriceIn
       MOVE WSItemReorderPt TO WSReorderDisp
       MOVE WSReorderDisp TO WSReorderIn
       PERFORM AcceptItemScreen
       MOVE WSItem TO ItemData
       REWRITE ItemData
               MOVE "Description cannot be blank" TO WSErrorMsg
           ELSE
               MOVE FUNCTION NUMVAL(WSPriceIn) TO WSItemPrice
               MOVE FUNCTION NUMVAL(WSReorderIn) TO WSItemReorderPt
               IF WSItemPrice > 0
                   MOVE 'N' TO WSInvalid
               ELSE
