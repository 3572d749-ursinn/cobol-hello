01 WSEditNextDate    PIC X(8).
01 WSItemPrice       PIC 9(5)V99.
01 WSItemValid       PIC X(1).
01 WSItemAvail       PIC 9(7).
01 WSNextNum         PIC 9(5).
01 WSHighNum         PIC 9(5).
01 WSScanEOF         PIC X(1).
               TO WSEditFrequency
           MOVE SPACES TO WSErrorMsg
           CALL "ITMVALID" USING WSEditItemCode, WSItemPrice,
               WSItemValid, WSItemAvail
           IF WSItemValid = 'N'
               MOVE "Item not on file or inactive" TO WSErrorMsg
           ELSE
