       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example99.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CT-Key
           FILE STATUS IS WSContractStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
DATA DIVISION.
FILE SECTION.
FD ContractFile.
    COPY CONTRACT.

FD CustomerFile.
    COPY CUSTREC.

WORKING-STORAGE SECTION.
    COPY CONTRACT REPLACING
        ==ContractData==  BY ==WSContract==
        ==CT-Key==        BY ==WSCKey==
        ==CT-IDNum==      BY ==WSCIDNum==
        ==CT-ItemCode==   BY ==WSCItemCode==
        ==CT-EffDate==    BY ==WSCEffDate==
        ==CT-ExpiryDate== BY ==WSCExpiryDate==
        ==CT-Tier==       BY ==WSCTier==
        ==CT-BreakQty==   BY ==WSCBreakQty==
        ==CT-BreakPrice== BY ==WSCBreakPrice==
        ==CT-ChangeDate== BY ==WSCChangeDate==
        ==CT-Operator==   BY ==WSCOperator==.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSContractStatus  PIC X(2).
01 WSCustFound       PIC X(1).
01 WSInvalid         PIC X(1).
01 WSAction          PIC X(1).
01 WSFound           PIC X(1).
01 WSScanEOF         PIC X(1).
01 WSMoreTiers       PIC X(1).
01 WSIDNum           PIC 9(7).
01 WSItemCode        PIC X(8).
01 WSItemPrice       PIC 9(5)V99.
01 WSItemValid       PIC X(1).
01 WSItemAvail       PIC 9(7).
01 WSToday           PIC 9(8).
01 WSYesterday       PIC 9(8).
01 WSDateIn          PIC X(8).
01 WSDateNum         PIC 9(8).
01 WSEffDate         PIC 9(8).
01 WSCutOverDate     PIC 9(8).
01 WSQtyIn           PIC X(5).
01 WSPriceIn         PIC X(9).
01 WSBreakQty        PIC 9(5).
01 WSBreakPrice      PIC 9(5)V99.
01 WSLastBreak       PIC 9(5).
01 WSLastPrice       PIC 9(5)V99.
01 WSTierIndex       PIC 9(1).
01 WSContractCount   PIC 9(3).
01 WSAddedCount      PIC 9(5) VALUE 0.
01 WSChangedCount    PIC 9(5) VALUE 0.
01 WSEndedCount      PIC 9(5) VALUE 0.
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       COMPUTE WSYesterday = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSToday) - 1)
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenContractFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetContractCustomer
           IF WSCustFound = 'Y'
               PERFORM GetContractItem
               PERFORM ShowContracts
               PERFORM GetAction
               EVALUATE WSAction
                   WHEN 'A'
                       PERFORM AddContract
                   WHEN 'C'
                       PERFORM ChangeContract
                   WHEN 'E'
                       PERFORM EndContract
                   WHEN OTHER
                       DISPLAY "No changes made"
               END-EVALUATE
           END-IF
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE ContractFile
       CLOSE CustomerFile
       DISPLAY "Contracts added: " WSAddedCount
           "  changed: " WSChangedCount
           "  ended: " WSEndedCount
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

CheckSupervisor.
       CALL "OPAUTH" USING WSOperatorID, WSOperRole, WSOperStatus
       IF WSOperStatus NOT = 'Y'
               OR (WSOperRole NOT = 'S' AND WSOperRole NOT = 'A')
           DISPLAY "Supervisor authority required to maintain contract"
               " prices: " WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenContractFile.
       OPEN I-O ContractFile
       IF WSContractStatus = "35"
           OPEN OUTPUT ContractFile
           CLOSE ContractFile
           OPEN I-O ContractFile
       END-IF
       IF WSContractStatus NOT = "00" AND WSContractStatus NOT = "10"
           DISPLAY "ContractFile I/O problem, status: "
               WSContractStatus
           CLOSE ContractFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSContractStatus
       END-IF.

GetContractCustomer.
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
                   MOVE 'Y' TO WSCustFound
               END-IF
       END-READ.

GetContractItem.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Item Code " WITH NO ADVANCING
           ACCEPT WSItemCode
           MOVE FUNCTION UPPER-CASE(WSItemCode) TO WSItemCode
           IF WSItemCode = SPACES
               DISPLAY "Item code cannot be blank, please re-enter"
           ELSE
               CALL "ITMVALID" USING WSItemCode, WSItemPrice,
                   WSItemValid, WSItemAvail
               IF WSItemValid = 'N'
                   DISPLAY "Item not on file or inactive : "
                       WSItemCode ", please re-enter"
               ELSE
                   DISPLAY "List price " WSItemPrice
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

ShowContracts.
       MOVE 0 TO WSContractCount
       MOVE WSIDNum TO CT-IDNum
       MOVE WSItemCode TO CT-ItemCode
       MOVE 0 TO CT-EffDate
       MOVE 'N' TO WSScanEOF
       START ContractFile KEY IS >= CT-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ ContractFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF CT-IDNum = WSIDNum AND CT-ItemCode = WSItemCode
                       PERFORM ShowOneContract
                   ELSE
                       MOVE 'Y' TO WSScanEOF
                   END-IF
           END-READ
       END-PERFORM
       IF WSContractCount = 0
           DISPLAY "No contract prices on file for this customer and item"
       END-IF.

ShowOneContract.
       ADD 1 TO WSContractCount
       IF CT-EffDate <= WSToday AND CT-ExpiryDate >= WSToday
           DISPLAY "Contract from " CT-EffDate " to " CT-ExpiryDate
               "  (current)"
       ELSE
           DISPLAY "Contract from " CT-EffDate " to " CT-ExpiryDate
       END-IF
       PERFORM VARYING WSTierIndex FROM 1 BY 1
           UNTIL WSTierIndex > 5
           IF CT-BreakQty(WSTierIndex) > 0
               DISPLAY "    " CT-BreakQty(WSTierIndex) " or more at "
                   CT-BreakPrice(WSTierIndex)
           END-IF
       END-PERFORM.

GetAction.
       DISPLAY "Add, change or end a contract (A/C/E/N) "
           WITH NO ADVANCING
       ACCEPT WSAction
       MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction.

AddContract.
       PERFORM GetNewEffDate
       MOVE WSIDNum TO CT-IDNum
       MOVE WSItemCode TO CT-ItemCode
       MOVE WSEffDate TO CT-EffDate
       READ ContractFile
           KEY IS CT-Key
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "A contract already starts on " WSEffDate
                   ", change that one instead"
               EXIT PARAGRAPH
       END-READ
       MOVE WSIDNum TO WSCIDNum
       MOVE WSItemCode TO WSCItemCode
       MOVE WSEffDate TO WSCEffDate
       MOVE 99991231 TO WSCExpiryDate
       PERFORM GetExpiryDate
       PERFORM GetPriceTiers
       PERFORM CutOverPrevious
       MOVE WSToday TO WSCChangeDate
       MOVE WSOperatorID TO WSCOperator
       MOVE WSContract TO ContractData
       WRITE ContractData
           INVALID KEY
               DISPLAY "Unable to write contract for item : " WSItemCode
           NOT INVALID KEY
               ADD 1 TO WSAddedCount
               DISPLAY "Contract added from " WSCEffDate
                   " to " WSCExpiryDate
       END-WRITE.

GetNewEffDate.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Effective from YYYYMMDD (blank = " WSToday ") "
               WITH NO ADVANCING
           ACCEPT WSDateIn
           IF WSDateIn = SPACES
               MOVE WSToday TO WSEffDate
               MOVE 'N' TO WSInvalid
           ELSE
               IF WSDateIn IS NUMERIC
                   MOVE WSDateIn TO WSEffDate
                   IF WSEffDate < WSToday
                       DISPLAY "Effective date cannot be in the past,"
                           " please re-enter"
                   ELSE
                       MOVE 'N' TO WSInvalid
                   END-IF
               ELSE
                   DISPLAY "Date must be YYYYMMDD, please re-enter"
               END-IF
           END-IF
       END-PERFORM.

GetExpiryDate.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Expires YYYYMMDD (blank = " WSCExpiryDate ") "
               WITH NO ADVANCING
           ACCEPT WSDateIn
           IF WSDateIn = SPACES
               MOVE 'N' TO WSInvalid
           ELSE
               IF WSDateIn IS NUMERIC
                   MOVE WSDateIn TO WSDateNum
                   IF WSDateNum < WSCEffDate
                       DISPLAY "Expiry cannot be before the effective"
                           " date, please re-enter"
                   ELSE
                       MOVE WSDateNum TO WSCExpiryDate
                       MOVE 'N' TO WSInvalid
                   END-IF
               ELSE
                   DISPLAY "Date must be YYYYMMDD, please re-enter"
               END-IF
           END-IF
       END-PERFORM.

GetPriceTiers.
       PERFORM VARYING WSTierIndex FROM 1 BY 1
           UNTIL WSTierIndex > 5
           MOVE 0 TO WSCBreakQty(WSTierIndex)
           MOVE 0 TO WSCBreakPrice(WSTierIndex)
       END-PERFORM
       MOVE 0 TO WSLastBreak
       MOVE WSItemPrice TO WSLastPrice
       MOVE 'Y' TO WSMoreTiers
       PERFORM VARYING WSTierIndex FROM 1 BY 1
           UNTIL WSTierIndex > 5 OR WSMoreTiers = 'N'
           PERFORM GetOneTier
       END-PERFORM.

GetOneTier.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           IF WSTierIndex = 1
               DISPLAY "Tier 1 break quantity (blank = 1) "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Tier " WSTierIndex
                   " break quantity (blank = no more tiers) "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WSQtyIn
           IF WSQtyIn = SPACES
               IF WSTierIndex = 1
                   MOVE 1 TO WSBreakQty
                   MOVE 'N' TO WSInvalid
               ELSE
                   MOVE 'N' TO WSMoreTiers
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(WSQtyIn) TO WSBreakQty
               IF WSBreakQty > WSLastBreak
                   MOVE 'N' TO WSInvalid
               ELSE
                   DISPLAY "Break quantity must be above " WSLastBreak
                       ", please re-enter"
               END-IF
           END-IF
       END-PERFORM
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Unit price for " WSBreakQty " or more "
               WITH NO ADVANCING
           ACCEPT WSPriceIn
           MOVE FUNCTION NUMVAL(WSPriceIn) TO WSBreakPrice
           IF WSBreakPrice = 0
               DISPLAY "Price must be greater than zero, please re-enter"
           ELSE
               IF WSBreakPrice >= WSLastPrice
                   DISPLAY "Price must be below " WSLastPrice
                       ", please re-enter"
               ELSE
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM
       MOVE WSBreakQty TO WSCBreakQty(WSTierIndex)
       MOVE WSBreakPrice TO WSCBreakPrice(WSTierIndex)
       MOVE WSBreakQty TO WSLastBreak
       MOVE WSBreakPrice TO WSLastPrice.

CutOverPrevious.
       COMPUTE WSCutOverDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSCEffDate) - 1)
       MOVE WSIDNum TO CT-IDNum
       MOVE WSItemCode TO CT-ItemCode
       MOVE 0 TO CT-EffDate
       MOVE 'N' TO WSScanEOF
       START ContractFile KEY IS >= CT-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ ContractFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF CT-IDNum = WSIDNum AND CT-ItemCode = WSItemCode
                           AND CT-EffDate < WSCEffDate
                       IF CT-ExpiryDate >= WSCEffDate
                           MOVE WSCutOverDate TO CT-ExpiryDate
                           MOVE WSToday TO CT-ChangeDate
                           MOVE WSOperatorID TO CT-Operator
                           REWRITE ContractData
                               INVALID KEY
                                   DISPLAY "Unable to cut over contract"
                                       " from " CT-EffDate
                               NOT INVALID KEY
                                   DISPLAY "Contract from " CT-EffDate
                                       " now expires " CT-ExpiryDate
                           END-REWRITE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WSScanEOF
                   END-IF
           END-READ
       END-PERFORM.

ReadChosenContract.
       MOVE 'N' TO WSFound
       DISPLAY "Effective date of the contract YYYYMMDD "
           WITH NO ADVANCING
       ACCEPT WSDateIn
       IF WSDateIn IS NOT NUMERIC
           DISPLAY "Date must be YYYYMMDD"
           EXIT PARAGRAPH
       END-IF
       MOVE WSIDNum TO CT-IDNum
       MOVE WSItemCode TO CT-ItemCode
       MOVE WSDateIn TO CT-EffDate
       READ ContractFile INTO WSContract
           KEY IS CT-Key
           INVALID KEY
               DISPLAY "No contract starts on " WSDateIn
           NOT INVALID KEY
               MOVE 'Y' TO WSFound
       END-READ.

ChangeContract.
       PERFORM ReadChosenContract
       IF WSFound = 'N'
           EXIT PARAGRAPH
       END-IF
       IF WSCExpiryDate < WSToday
           DISPLAY "Contract has already expired and cannot be changed"
           EXIT PARAGRAPH
       END-IF
       PERFORM GetExpiryDate
       PERFORM GetPriceTiers
       MOVE WSToday TO WSCChangeDate
       MOVE WSOperatorID TO WSCOperator
       MOVE WSContract TO ContractData
       REWRITE ContractData
           INVALID KEY
               DISPLAY "Unable to rewrite contract from " WSCEffDate
           NOT INVALID KEY
               ADD 1 TO WSChangedCount
               DISPLAY "Contract from " WSCEffDate " updated"
       END-REWRITE.

EndContract.
       PERFORM ReadChosenContract
       IF WSFound = 'N'
           EXIT PARAGRAPH
       END-IF
       IF WSCExpiryDate < WSToday
           DISPLAY "Contract has already expired : " WSCExpiryDate
           EXIT PARAGRAPH
       END-IF
       IF WSCEffDate > WSToday
           DELETE ContractFile
               INVALID KEY
                   DISPLAY "Unable to remove contract from " WSCEffDate
               NOT INVALID KEY
                   ADD 1 TO WSEndedCount
                   DISPLAY "Contract from " WSCEffDate
                       " had not started and has been removed"
           END-DELETE
           EXIT PARAGRAPH
       END-IF
       MOVE WSYesterday TO WSCExpiryDate
       MOVE WSToday TO WSCChangeDate
       MOVE WSOperatorID TO WSCOperator
       MOVE WSContract TO ContractData
       REWRITE ContractData
           INVALID KEY
               DISPLAY "Unable to end contract from " WSCEffDate
           NOT INVALID KEY
               ADD 1 TO WSEndedCount
               DISPLAY "Contract from " WSCEffDate
                   " ended, list price applies from today"
       END-REWRITE.

AskMoreWork.
       DISPLAY "Maintain another contract (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
