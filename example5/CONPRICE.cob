       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CONPRICE.
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
DATA DIVISION.
FILE SECTION.
FD ContractFile.
    COPY CONTRACT.

WORKING-STORAGE SECTION.
01 WSContractStatus  PIC X(2).
01 WSFileOpen        PIC X(1) VALUE 'N'.
01 WSHaveContracts   PIC X(1) VALUE 'N'.
01 WSScanEOF         PIC X(1).
01 WSBestDate        PIC 9(8).
01 WSBestPrice       PIC 9(5)V99.
01 WSBestBreak       PIC 9(5).
01 WSTierPrice       PIC 9(5)V99.
01 WSTierBreak       PIC 9(5).
01 WSTierIndex       PIC 9(1).

LINKAGE SECTION.
01 LIDNum       PIC 9(7).
01 LItemCode    PIC X(8).
01 LQuantity    PIC 9(5).
01 LDate        PIC 9(8).
01 LListPrice   PIC 9(5)V99.
01 LNetPrice    PIC 9(5)V99.
01 LContractEff PIC 9(8).
01 LStatus      PIC X(1).

PROCEDURE DIVISION USING LIDNum, LItemCode, LQuantity, LDate,
       LListPrice, LNetPrice, LContractEff, LStatus.
MainLine.
       IF WSFileOpen = 'N'
           PERFORM OpenContractFile
       END-IF
       MOVE 'N' TO LStatus
       MOVE LListPrice TO LNetPrice
       MOVE 0 TO LContractEff
       IF WSHaveContracts = 'N'
           EXIT PROGRAM
       END-IF
       MOVE 0 TO WSBestDate
       MOVE 0 TO WSBestPrice
       MOVE LIDNum TO CT-IDNum
       MOVE LItemCode TO CT-ItemCode
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
                   IF CT-IDNum = LIDNum AND CT-ItemCode = LItemCode
                       IF CT-EffDate <= LDate
                               AND CT-ExpiryDate >= LDate
                               AND CT-EffDate >= WSBestDate
                           PERFORM PickTierPrice
                           MOVE CT-EffDate TO WSBestDate
                           MOVE WSTierPrice TO WSBestPrice
                       END-IF
                   ELSE
                       MOVE 'Y' TO WSScanEOF
                   END-IF
           END-READ
       END-PERFORM
       IF WSBestPrice > 0 AND WSBestPrice < LListPrice
           MOVE WSBestPrice TO LNetPrice
           MOVE WSBestDate TO LContractEff
           MOVE 'Y' TO LStatus
       END-IF
       EXIT PROGRAM.

PickTierPrice.
       MOVE 0 TO WSTierPrice
       MOVE 0 TO WSBestBreak
       PERFORM VARYING WSTierIndex FROM 1 BY 1
           UNTIL WSTierIndex > 5
           MOVE CT-BreakQty(WSTierIndex) TO WSTierBreak
           IF WSTierBreak > 0
                   AND WSTierBreak <= LQuantity
                   AND WSTierBreak >= WSBestBreak
                   AND CT-BreakPrice(WSTierIndex) > 0
               MOVE WSTierBreak TO WSBestBreak
               MOVE CT-BreakPrice(WSTierIndex) TO WSTierPrice
           END-IF
       END-PERFORM.

OpenContractFile.
       MOVE 'Y' TO WSFileOpen
       OPEN INPUT ContractFile
       IF WSContractStatus = "00"
           MOVE 'Y' TO WSHaveContracts
       ELSE
           CLOSE ContractFile
       END-IF.
