       02 PY-IDNum     PIC 9(7).
       02 PY-Amount    PIC 9(7)V99.
       02 PY-Reference PIC X(7).
       02 PY-DupCleared PIC X(1).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
           03 WSSuspReference PIC X(7).
           03 WSSuspDate      PIC 9(8).
           03 WSSuspStatus    PIC X(1).
           03 WSSuspReason    PIC X(20).
01 WSSuspCount       PIC 9(4) VALUE 0.
01 WSSuspIndex       PIC 9(4).
01 WSDropped         PIC 9(4) VALUE 0.
       IF WSSuspStatus(WSSuspIndex) = 'S'
           IF WSSuspIDNum(WSSuspIndex) IS NUMERIC
                   AND FUNCTION NUMVAL(WSSuspIDNum(WSSuspIndex)) > 0
                   AND WSSuspReason(WSSuspIndex) = SPACES
               PERFORM TryOneCustomer
           ELSE
               ADD 1 TO WSStillHeldCount
       MOVE WSSuspIDNum(WSSuspIndex) TO PY-IDNum
       MOVE WSSuspAmount(WSSuspIndex) TO PY-Amount
       MOVE WSSuspReference(WSSuspIndex) TO PY-Reference
       MOVE SPACE TO PY-DupCleared
       WRITE PaymentRec
       CLOSE PaymentFile
       MOVE 'R' TO WSSuspStatus(WSSuspIndex)
