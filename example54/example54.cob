       05 LINE 5 COL 25 PIC -(7)9.99 FROM CustBalance.
       05 LINE 7 COL 5 VALUE "Credit Limit . . :".
       05 LINE 7 COL 25 PIC X(10) USING WSLimitIn.
       05 LINE 8 COL 5 VALUE "Hold (Y/N/C=cash):".
       05 LINE 8 COL 25 PIC X(1) USING WSHoldFlag.
       05 LINE 10 COL 5 PIC X(60) FROM WSErrorMsg.

           MOVE FUNCTION UPPER-CASE(WSHoldFlag) TO WSHoldFlag
           MOVE SPACES TO WSErrorMsg
           IF WSHoldFlag NOT = 'Y' AND WSHoldFlag NOT = 'N'
                   AND WSHoldFlag NOT = 'C'
               MOVE "Credit hold must be Y, N or C (cash-only terms)"
                   TO WSErrorMsg
           ELSE
               MOVE FUNCTION NUMVAL(WSLimitIn) TO WSLimit
               MOVE 'N' TO WSInvalid
