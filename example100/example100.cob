       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example100.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ShipToFile ASSIGN TO "ShipTo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ST-Key
           FILE STATUS IS WSShipToStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
DATA DIVISION.
FILE SECTION.
FD ShipToFile.
    COPY SHIPTO.

FD CustomerFile.
    COPY CUSTREC.

WORKING-STORAGE SECTION.
    COPY SHIPTO REPLACING
        ==ShipToData==   BY ==WSShipTo==
        ==ST-Key==       BY ==WSShipKey==
        ==ST-IDNum==     BY ==WSShipIDNum==
        ==ST-ShipNum==   BY ==WSShipNum==
        ==ST-Name==      BY ==WSShipName==
        ==ST-AddrLine1== BY ==WSAddrLine1==
        ==ST-AddrCity==  BY ==WSAddrCity==
        ==ST-AddrState== BY ==WSAddrState==
        ==ST-AddrZip==   BY ==WSAddrZip==
        ==ST-Active==    BY ==WSShipActive==.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSShipToStatus    PIC X(2).
01 WSCustFound       PIC X(1).
01 WSAction          PIC X(1).
01 WSFound           PIC X(1).
01 WSInvalid         PIC X(1).
01 WSScanEOF         PIC X(1).
01 WSStateValid      PIC X(1).
01 WSIDNum           PIC 9(7).
01 WSShipIn          PIC X(3).
01 WSHighShipNum     PIC 9(3).
01 WSShipCount       PIC 9(3).
01 WSErrorMsg        PIC X(60).

SCREEN SECTION.
01 ShipToScreen.
       05 BLANK SCREEN.
       05 LINE 1 COL 5 VALUE "Customer Ship-to Address".
       05 LINE 3 COL 5 VALUE "Customer . . . . :".
       05 LINE 3 COL 25 PIC 9(7) FROM WSShipIDNum.
       05 LINE 4 COL 5 VALUE "Ship-to Number . :".
       05 LINE 4 COL 25 PIC 9(3) FROM WSShipNum.
       05 LINE 5 COL 5 VALUE "Site Name. . . . :".
       05 LINE 5 COL 25 PIC X(30) USING WSShipName.
       05 LINE 6 COL 5 VALUE "Address. . . . . :".
       05 LINE 6 COL 25 PIC X(20) USING WSAddrLine1.
       05 LINE 7 COL 5 VALUE "City . . . . . . :".
       05 LINE 7 COL 25 PIC X(15) USING WSAddrCity.
       05 LINE 8 COL 5 VALUE "State. . . . . . :".
       05 LINE 8 COL 25 PIC X(2) USING WSAddrState.
       05 LINE 9 COL 5 VALUE "Zip. . . . . . . :".
       05 LINE 9 COL 25 PIC X(10) USING WSAddrZip.
       05 LINE 10 COL 5 VALUE "Active (Y/N) . . :".
       05 LINE 10 COL 25 PIC X(1) FROM WSShipActive.
       05 LINE 12 COL 5 PIC X(60) FROM WSErrorMsg.

PROCEDURE DIVISION.
MainLine.
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       PERFORM OpenShipToFile
       MOVE 'Y' TO WSMoreWork
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetShipToCustomer
           IF WSCustFound = 'Y'
               PERFORM ListShipTos
               PERFORM FindShipTo
           END-IF
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE ShipToFile
       CLOSE CustomerFile
       GOBACK.

OpenShipToFile.
       OPEN I-O ShipToFile
       IF WSShipToStatus = "35"
           OPEN OUTPUT ShipToFile
           CLOSE ShipToFile
           OPEN I-O ShipToFile
       END-IF
       IF WSShipToStatus NOT = "00" AND WSShipToStatus NOT = "10"
           DISPLAY "ShipToFile I/O problem, status: " WSShipToStatus
           CLOSE ShipToFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSShipToStatus
       END-IF.

GetShipToCustomer.
       MOVE 'N' TO WSCustFound
       DISPLAY "Customer ID " WITH NO ADVANCING
       ACCEPT WSIDNum
       MOVE WSIDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer not found : " WSIDNum
           NOT INVALID KEY
               IF CustStatus = 'D'
                   DISPLAY "Customer is deleted : " WSIDNum
               ELSE
                   DISPLAY "Customer: " FirstName " " LastName
                   DISPLAY "Bills to: " AddrLine1 " " AddrCity " "
                       AddrState " " AddrZip
                   MOVE 'Y' TO WSCustFound
               END-IF
       END-READ.

ListShipTos.
       MOVE 0 TO WSHighShipNum
       MOVE 0 TO WSShipCount
       MOVE WSIDNum TO ST-IDNum
       MOVE 0 TO ST-ShipNum
       MOVE 'N' TO WSScanEOF
       START ShipToFile KEY IS >= ST-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ ShipToFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF ST-IDNum = WSIDNum
                       ADD 1 TO WSShipCount
                       MOVE ST-ShipNum TO WSHighShipNum
                       DISPLAY "  " ST-ShipNum "  " ST-Name " "
                           ST-AddrCity " " ST-AddrState
                           "  active " ST-Active
                   ELSE
                       MOVE 'Y' TO WSScanEOF
                   END-IF
           END-READ
       END-PERFORM
       IF WSShipCount = 0
           DISPLAY "No ship-to addresses on file for this customer"
       END-IF.

FindShipTo.
       DISPLAY "Ship-to number to maintain (blank = add a new site) "
           WITH NO ADVANCING
       ACCEPT WSShipIn
       IF WSShipIn = SPACES
           PERFORM AddShipTo
           EXIT PARAGRAPH
       END-IF
       MOVE WSIDNum TO ST-IDNum
       MOVE FUNCTION NUMVAL(WSShipIn) TO ST-ShipNum
       MOVE 'N' TO WSFound
       READ ShipToFile INTO WSShipTo
           KEY IS ST-Key
           INVALID KEY
               DISPLAY "Ship-to not on file : " ST-ShipNum
           NOT INVALID KEY
               MOVE 'Y' TO WSFound
       END-READ
       IF WSFound = 'Y'
           PERFORM GetAction
           EVALUATE WSAction
               WHEN 'U'
                   PERFORM UpdateShipTo
               WHEN 'X'
                   PERFORM SetShipToActive
               WHEN 'R'
                   PERFORM SetShipToActive
               WHEN OTHER
                   DISPLAY "No changes made"
           END-EVALUATE
       END-IF.

GetAction.
       DISPLAY "Update, deactivate or reactivate this site (U/X/R/N) "
           WITH NO ADVANCING
       ACCEPT WSAction
       MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction.

AddShipTo.
       IF WSHighShipNum = 999
           DISPLAY "No ship-to numbers left for customer : " WSIDNum
           EXIT PARAGRAPH
       END-IF
       MOVE WSIDNum TO WSShipIDNum
       COMPUTE WSShipNum = WSHighShipNum + 1
       MOVE SPACES TO WSShipName WSAddrLine1 WSAddrCity
           WSAddrState WSAddrZip
       MOVE 'Y' TO WSShipActive
       PERFORM AcceptShipToScreen
       MOVE WSShipTo TO ShipToData
       WRITE ShipToData
           INVALID KEY
               DISPLAY "Unable to write ship-to : " WSShipNum
           NOT INVALID KEY
               DISPLAY "Ship-to " WSShipNum " added for customer "
                   WSIDNum
       END-WRITE.

UpdateShipTo.
       PERFORM AcceptShipToScreen
       MOVE WSShipTo TO ShipToData
       REWRITE ShipToData
           INVALID KEY
               DISPLAY "Unable to rewrite ship-to : " WSShipNum
           NOT INVALID KEY
               DISPLAY "Ship-to " WSShipNum " updated"
       END-REWRITE.

AcceptShipToScreen.
       MOVE SPACES TO WSErrorMsg
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY ShipToScreen
           ACCEPT ShipToScreen
           MOVE FUNCTION UPPER-CASE(WSAddrState) TO WSAddrState
           MOVE SPACES TO WSErrorMsg
           IF WSShipName = SPACES OR WSAddrLine1 = SPACES
               MOVE "Site name and address cannot be blank"
                   TO WSErrorMsg
           ELSE
               CALL "STVALID" USING WSAddrState, WSAddrZip,
                   WSStateValid
               IF WSStateValid = 'N'
                   MOVE "State not on file or Zip outside its range"
                       TO WSErrorMsg
               ELSE
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

SetShipToActive.
       IF WSAction = 'X'
           IF WSShipActive = 'N'
               DISPLAY "Ship-to is already deactivated : " WSShipNum
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WSShipActive
       ELSE
           IF WSShipActive = 'Y'
               DISPLAY "Ship-to is already active : " WSShipNum
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WSShipActive
       END-IF
       MOVE WSShipTo TO ShipToData
       REWRITE ShipToData
           INVALID KEY
               DISPLAY "Unable to rewrite ship-to : " WSShipNum
           NOT INVALID KEY
               DISPLAY "Ship-to " WSShipNum " active flag now "
                   WSShipActive
       END-REWRITE.

AskMoreWork.
       DISPLAY "Maintain another ship-to (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
