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
01 WSCustFound       PIC X(1).
01 WSAmountDisp      PIC ZZZZZZ9.99.
01 WSPause           PIC X(1).
01 WSConfirm         PIC X(1).
01 WSPurgeCutoff     PIC 9(8).
01 WSPurgedCount     PIC 9(4) VALUE 0.

       05 LINE 6 COL 25 PIC X(7) FROM SU-Reference.
       05 LINE 7 COL 5 VALUE "Suspended On . . :".
       05 LINE 7 COL 25 PIC 9(8) FROM SU-Date.
       05 LINE 8 COL 5 VALUE "Reason . . . . . :".
       05 LINE 8 COL 25 PIC X(20) FROM SU-Reason.
       05 LINE 9 COL 5 VALUE "Press Enter to choose an action".
       05 LINE 9 COL 40 PIC X(1) USING WSPause.

                   MOVE 'Y' TO WSCustFound
               END-IF
       END-READ
       IF WSCustFound = 'Y' AND WSSuspReason(WSSuspIndex) NOT = SPACES
           DISPLAY "Held as a possible duplicate, post it anyway (Y/N) "
               WITH NO ADVANCING
           ACCEPT WSConfirm
           IF FUNCTION UPPER-CASE(WSConfirm) NOT = 'Y'
               MOVE 'N' TO WSCustFound
               DISPLAY "Item left in suspense"
           END-IF
       END-IF
       IF WSCustFound = 'Y'
           PERFORM FeedToPosting
           MOVE 'R' TO WSSuspStatus(WSSuspIndex)
       MOVE WSResolveID TO PY-IDNum
       MOVE WSSuspAmount(WSSuspIndex) TO PY-Amount
       MOVE WSSuspReference(WSSuspIndex) TO PY-Reference
       IF WSSuspReason(WSSuspIndex) = SPACES
           MOVE SPACE TO PY-DupCleared
       ELSE
           MOVE 'Y' TO PY-DupCleared
       END-IF
       WRITE PaymentRec
       CLOSE PaymentFile.

