01 LItemCode  PIC X(8).
01 LPrice     PIC 9(5)V99.
01 LStatus    PIC X(1).
01 LAvailable PIC 9(7).

PROCEDURE DIVISION USING LItemCode, LPrice, LStatus, LAvailable.
MainLine.
       IF WSFileOpen = 'N'
           PERFORM OpenItemFile
       END-IF
       MOVE 'N' TO LStatus
       MOVE 0 TO LPrice
       MOVE 0 TO LAvailable
       MOVE LItemCode TO ItemCode
       READ ItemFile
           KEY IS ItemCode
               IF ItemActive = 'Y'
                   MOVE ItemPrice TO LPrice
                   MOVE 'Y' TO LStatus
                   IF ItemOnHand > ItemAllocated
                       COMPUTE LAvailable = ItemOnHand - ItemAllocated
                   END-IF
               END-IF
       END-READ
       EXIT PROGRAM.
