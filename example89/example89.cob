       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example89.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT POFile ASSIGN TO "PurchOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-Num
           FILE STATUS IS WSPOFileStatus.
       SELECT POLineFile ASSIGN TO "POLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PL-Key
           FILE STATUS IS WSPOLineStatus.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VN-VendorID
           FILE STATUS IS WSVendorStatus.
       SELECT ControlFile ASSIGN TO "POControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
DATA DIVISION.
FILE SECTION.
FD POFile.
    COPY PORDREC.

FD POLineFile.
    COPY POLINE.

FD VendorFile.
    COPY VENDREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

WORKING-STORAGE SECTION.
01 WSMoreWork         PIC X(1) VALUE 'Y'.
01 WSPOFileStatus     PIC X(2).
01 WSPOLineStatus     PIC X(2).
01 WSVendorStatus     PIC X(2).
01 WSControlStatus    PIC X(2).
01 WSInvalid          PIC X(1).
01 WSVendorFound      PIC X(1).
01 WSMoreLines        PIC X(1).
01 WSLineNum          PIC 9(3).
01 WSQtyIn            PIC X(5).
01 WSCostIn           PIC X(9).
01 WSDueDateIn        PIC X(8).
01 WSDefaultDue       PIC 9(8).
01 WSItemPrice        PIC 9(5)V99.
01 WSItemValid        PIC X(1).
01 WSItemAvail        PIC 9(7).
01 WSPOTotal          PIC 9(9)V99.
01 WSNextPONum        PIC 9(7).
01 WSHighPONum        PIC 9(7).
01 WSScanEOF          PIC X(1).
01 WSPOCount          PIC 9(7) VALUE 0.
01 WSLineCount        PIC 9(7) VALUE 0.
01 WSOperatorID       PIC X(8).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM OpenPOFile
       PERFORM OpenPOLineFile
       OPEN INPUT VendorFile
       IF WSVendorStatus NOT = "00"
           DISPLAY "No vendors on file (status " WSVendorStatus ")"
           CLOSE VendorFile
           CLOSE POLineFile
           CLOSE POFile
           STOP RUN
       END-IF
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetPOVendor
           IF WSVendorFound = 'Y'
               PERFORM AllocatePONum
               PERFORM GetDueDate
               PERFORM GetPOLines
               IF WSLineNum = 0
                   DISPLAY "No lines entered, purchase order not written"
               ELSE
                   MOVE WSNextPONum TO PO-Num
                   MOVE VN-VendorID TO PO-VendorID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PO-OrderDate
                   MOVE 'O' TO PO-Status
                   MOVE 'N' TO PO-Printed
                   MOVE WSOperatorID TO PO-Operator
                   WRITE PurchOrderData
                       INVALID KEY
                           DISPLAY "Unable to write purchase order : "
                               PO-Num
                       NOT INVALID KEY
                           ADD 1 TO WSPOCount
                           DISPLAY "Purchase order written : " PO-Num
                               " to vendor " PO-VendorID
                               " due " PO-DueDate
                               " for " WSPOTotal
                   END-WRITE
               END-IF
           END-IF
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE VendorFile
       CLOSE POLineFile
       CLOSE POFile
       DISPLAY "Purchase orders entered: " WSPOCount
           "  lines: " WSLineCount
       GOBACK.

OpenPOFile.
       OPEN I-O POFile
       IF WSPOFileStatus = "35"
           OPEN OUTPUT POFile
           CLOSE POFile
           OPEN I-O POFile
       END-IF
       IF WSPOFileStatus NOT = "00" AND WSPOFileStatus NOT = "10"
           DISPLAY "POFile I/O problem, status: " WSPOFileStatus
           CLOSE POFile
           STOP RUN WITH ERROR STATUS WSPOFileStatus
       END-IF.

OpenPOLineFile.
       OPEN I-O POLineFile
       IF WSPOLineStatus = "35"
           OPEN OUTPUT POLineFile
           CLOSE POLineFile
           OPEN I-O POLineFile
       END-IF
       IF WSPOLineStatus NOT = "00" AND WSPOLineStatus NOT = "10"
           DISPLAY "POLineFile I/O problem, status: " WSPOLineStatus
           CLOSE POLineFile
           CLOSE POFile
           STOP RUN WITH ERROR STATUS WSPOLineStatus
       END-IF.

GetPOVendor.
       MOVE 'N' TO WSVendorFound
       DISPLAY "Vendor code for this purchase order " WITH NO ADVANCING
       ACCEPT VN-VendorID
       MOVE FUNCTION UPPER-CASE(VN-VendorID) TO VN-VendorID
       READ VendorFile
           KEY IS VN-VendorID
           INVALID KEY
               DISPLAY "Vendor not found : " VN-VendorID
           NOT INVALID KEY
               IF VN-Active NOT = 'Y'
                   DISPLAY "Vendor is deactivated : " VN-VendorID
               ELSE
                   DISPLAY "Vendor: " FUNCTION TRIM(VN-Name)
                   MOVE 'Y' TO WSVendorFound
               END-IF
       END-READ.

GetDueDate.
       COMPUTE WSDefaultDue = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           + VN-LeadDays)
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Due date (blank = " WSDefaultDue ") "
               WITH NO ADVANCING
           ACCEPT WSDueDateIn
           IF WSDueDateIn = SPACES
               MOVE WSDefaultDue TO PO-DueDate
               MOVE 'N' TO WSInvalid
           ELSE
               IF WSDueDateIn IS NUMERIC
                   MOVE WSDueDateIn TO PO-DueDate
                   MOVE 'N' TO WSInvalid
               ELSE
                   DISPLAY "Due date must be YYYYMMDD, please re-enter"
               END-IF
           END-IF
       END-PERFORM.

GetPOLines.
       MOVE 0 TO WSLineNum
       MOVE 0 TO WSPOTotal
       MOVE 'Y' TO WSMoreLines
       PERFORM UNTIL WSMoreLines = 'N'
           PERFORM GetOnePOLine
           DISPLAY "Another line for this purchase order (Y/N) "
               WITH NO ADVANCING
           ACCEPT WSMoreLines
           MOVE FUNCTION UPPER-CASE(WSMoreLines) TO WSMoreLines
       END-PERFORM.

GetOnePOLine.
       PERFORM GetLineItemCode
       PERFORM GetLineQuantity
       PERFORM GetLineCost
       MOVE WSNextPONum TO PL-PONum
       COMPUTE PL-LineNum = WSLineNum + 1
       MOVE 0 TO PL-QtyReceived
       WRITE POLineData
           INVALID KEY
               DISPLAY "Unable to write purchase order line : " PL-Key
           NOT INVALID KEY
               ADD 1 TO WSLineNum
               ADD 1 TO WSLineCount
               COMPUTE WSPOTotal = WSPOTotal
                   + PL-QtyOrdered * PL-UnitCost
               DISPLAY "Line " PL-LineNum " : " PL-ItemCode
                   " qty " PL-QtyOrdered " cost " PL-UnitCost
       END-WRITE.

GetLineItemCode.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Item Code " WITH NO ADVANCING
           ACCEPT PL-ItemCode
           MOVE FUNCTION UPPER-CASE(PL-ItemCode) TO PL-ItemCode
           IF PL-ItemCode = SPACES
               DISPLAY "Item code cannot be blank, please re-enter"
           ELSE
               CALL "ITMVALID" USING PL-ItemCode, WSItemPrice,
                   WSItemValid, WSItemAvail
               IF WSItemValid = 'N'
                   DISPLAY "Item not on file or inactive : "
                       PL-ItemCode ", please re-enter"
               ELSE
                   DISPLAY "  available now " WSItemAvail
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

GetLineQuantity.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Quantity " WITH NO ADVANCING
           ACCEPT WSQtyIn
           MOVE FUNCTION NUMVAL(WSQtyIn) TO PL-QtyOrdered
           IF PL-QtyOrdered > 0
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Quantity must be greater than zero, please re-enter"
           END-IF
       END-PERFORM.

GetLineCost.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Unit Cost " WITH NO ADVANCING
           ACCEPT WSCostIn
           MOVE FUNCTION NUMVAL(WSCostIn) TO PL-UnitCost
           IF PL-UnitCost > 0
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Unit cost must be greater than zero, please re-enter"
           END-IF
       END-PERFORM.

AllocatePONum.
       MOVE 0 TO WSNextPONum
       OPEN INPUT ControlFile
       IF WSControlStatus = "00"
           READ ControlFile
               AT END CONTINUE
               NOT AT END
                   IF ControlRec IS NUMERIC
                       MOVE ControlRec TO WSNextPONum
                   END-IF
           END-READ
           CLOSE ControlFile
       END-IF
       IF WSNextPONum = 0
           PERFORM RecoverControlCounter
       END-IF
       PERFORM UpdateControlRecord.

RecoverControlCounter.
       DISPLAY "PO control record missing, re-deriving from PurchOrders.dat"
       MOVE 0 TO WSHighPONum
       MOVE 0 TO PO-Num
       MOVE 'N' TO WSScanEOF
       START POFile KEY IS >= PO-Num
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ POFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF PO-Num > WSHighPONum
                       MOVE PO-Num TO WSHighPONum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextPONum = WSHighPONum + 1.

UpdateControlRecord.
       OPEN OUTPUT ControlFile
       COMPUTE ControlRec = WSNextPONum + 1
       WRITE ControlRec
       CLOSE ControlFile.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

AskMoreWork.
       DISPLAY "Enter another purchase order (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
