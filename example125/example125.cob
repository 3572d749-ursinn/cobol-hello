       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example125.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT CustLinkFile ASSIGN TO "CustLinks.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LK-IDNum
           ALTERNATE RECORD KEY IS LK-ParentID WITH DUPLICATES
           FILE STATUS IS WSLinkStatus.
       SELECT CreditFile ASSIGN TO "CreditControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CR-IDNum
           FILE STATUS IS WSCreditStatus.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD CustLinkFile.
    COPY CUSTLINK.

FD CreditFile.
    COPY CREDREC.

FD OrderFile.
    COPY ORDREC.

FD AuditFile.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSLinkStatus      PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSHaveCredit      PIC X(1) VALUE 'N'.
01 WSHaveOrders      PIC X(1) VALUE 'N'.
01 WSLinkEOF         PIC X(1).
01 WSScanEOF         PIC X(1).
01 WSMode            PIC X(1).
01 WSConfirm         PIC X(1).
01 WSLookupID        PIC 9(7).
01 WSStoreID         PIC 9(7).
01 WSParentID        PIC 9(7).
01 WSOldParentID     PIC 9(7).
01 WSCustFound       PIC X(1).
01 WSLinkFound       PIC X(1).
01 WSHasStores       PIC X(1).
01 WSOperatorID      PIC X(8).
01 WSGroupCount      PIC 9(3).
01 WSGroupIdx        PIC 9(3).
01 WSGroupTable.
       02 WSGroupEntry OCCURS 200 TIMES.
           03 GM-IDNum         PIC 9(7).
           03 GM-Name          PIC X(32).
           03 GM-Balance       PIC S9(7)V99.
           03 GM-OpenOrders    PIC S9(9)V99.
           03 GM-Limit         PIC 9(7)V99.
           03 GM-HoldFlag      PIC X(1).
01 WSGroupBalance    PIC S9(9)V99.
01 WSGroupOrders     PIC S9(9)V99.
01 WSGroupExposure   PIC S9(9)V99.
01 WSGroupLimit      PIC 9(7)V99.
01 WSBalanceEdit     PIC -(7)9.99.
01 WSOrdersEdit      PIC -(7)9.99.
01 WSLimitEdit       PIC Z(6)9.99.
01 WSExposureEdit    PIC -(9)9.99.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenLinkFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'L'
                   PERFORM LinkStore
               WHEN 'U'
                   PERFORM UnlinkStore
               WHEN 'S'
                   PERFORM ShowGroup
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE CustLinkFile
       CLOSE CustomerFile
       GOBACK.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenLinkFile.
       OPEN I-O CustLinkFile
       IF WSLinkStatus = "35"
           OPEN OUTPUT CustLinkFile
           CLOSE CustLinkFile
           OPEN I-O CustLinkFile
       END-IF
       IF WSLinkStatus NOT = "00" AND WSLinkStatus NOT = "10"
           DISPLAY "CustLinkFile I/O problem, status: " WSLinkStatus
           CLOSE CustLinkFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSLinkStatus
       END-IF.

GetMode.
       DISPLAY "Link a store to a parent, unlink a store or show a"
           " group (L/U/S) " WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

FindCustomer.
       MOVE 'N' TO WSCustFound
       MOVE WSLookupID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer not found : " WSLookupID
           NOT INVALID KEY
               IF CustStatus = 'D'
                   DISPLAY "Customer is deleted : " WSLookupID
               ELSE
                   MOVE 'Y' TO WSCustFound
               END-IF
       END-READ.

FindLink.
       MOVE 'N' TO WSLinkFound
       MOVE WSLookupID TO LK-IDNum
       READ CustLinkFile
           KEY IS LK-IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSLinkFound
       END-READ.

CheckHasStores.
       MOVE 'N' TO WSHasStores
       MOVE WSLookupID TO LK-ParentID
       START CustLinkFile KEY IS = LK-ParentID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSHasStores
       END-START.

LinkStore.
       DISPLAY "Store customer ID " WITH NO ADVANCING
       ACCEPT WSStoreID
       MOVE WSStoreID TO WSLookupID
       PERFORM FindCustomer
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckHasStores
       IF WSHasStores = 'Y'
           DISPLAY "Customer " WSStoreID " is a parent account with"
               " stores of its own, it cannot be linked as a store"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Parent (bill-to) customer ID " WITH NO ADVANCING
       ACCEPT WSParentID
       IF WSParentID = WSStoreID
           DISPLAY "A store cannot be its own parent"
           EXIT PARAGRAPH
       END-IF
       MOVE WSParentID TO WSLookupID
       PERFORM FindCustomer
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM FindLink
       IF WSLinkFound = 'Y'
           DISPLAY "Customer " WSParentID " is itself a store of "
               LK-ParentID ", link the store to that parent instead"
           EXIT PARAGRAPH
       END-IF
       MOVE WSStoreID TO WSLookupID
       PERFORM FindLink
       IF WSLinkFound = 'Y'
           IF LK-ParentID = WSParentID
               DISPLAY "Store " WSStoreID " is already linked to "
                   WSParentID
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ParentID TO WSOldParentID
           DISPLAY "Store " WSStoreID " is linked to " WSOldParentID
               ", move it to " WSParentID " (Y/N) " WITH NO ADVANCING
           ACCEPT WSConfirm
           IF FUNCTION UPPER-CASE(WSConfirm) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSStoreID TO LK-IDNum
       MOVE WSParentID TO LK-ParentID
       MOVE FUNCTION CURRENT-DATE(1:8) TO LK-LinkedDate
       MOVE WSOperatorID TO LK-LinkedOper
       IF WSLinkFound = 'Y'
           REWRITE CustLinkData
               INVALID KEY
                   DISPLAY "Unable to rewrite account link : "
                       WSStoreID
               NOT INVALID KEY
                   DISPLAY "Store " WSStoreID " moved to parent "
                       WSParentID
                   PERFORM WriteAuditRecord
           END-REWRITE
       ELSE
           WRITE CustLinkData
               INVALID KEY
                   DISPLAY "Unable to write account link : "
                       WSStoreID
               NOT INVALID KEY
                   DISPLAY "Store " WSStoreID " linked to parent "
                       WSParentID
                   PERFORM WriteAuditRecord
           END-WRITE
       END-IF.

UnlinkStore.
       DISPLAY "Store customer ID " WITH NO ADVANCING
       ACCEPT WSStoreID
       MOVE WSStoreID TO WSLookupID
       PERFORM FindLink
       IF WSLinkFound = 'N'
           DISPLAY "Customer " WSStoreID " is not linked to a parent"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Unlink store " WSStoreID " from parent " LK-ParentID
           " (Y/N) " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF FUNCTION UPPER-CASE(WSConfirm) NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       DELETE CustLinkFile RECORD
           INVALID KEY
               DISPLAY "Unable to remove account link : " WSStoreID
           NOT INVALID KEY
               DISPLAY "Store " WSStoreID " now stands alone"
               MOVE WSStoreID TO IDNum
               READ CustomerFile
                   KEY IS IDNum
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WriteAuditRecord
               END-READ
       END-DELETE.

ShowGroup.
       DISPLAY "Parent or store customer ID " WITH NO ADVANCING
       ACCEPT WSLookupID
       PERFORM FindLink
       IF WSLinkFound = 'Y'
           MOVE LK-ParentID TO WSParentID
       ELSE
           MOVE WSLookupID TO WSParentID
       END-IF
       MOVE WSParentID TO WSLookupID
       PERFORM CheckHasStores
       IF WSHasStores = 'N'
           DISPLAY "Customer " WSParentID " has no linked stores"
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadGroup
       PERFORM TallyGroupOrders
       MOVE 0 TO WSGroupBalance
       MOVE 0 TO WSGroupOrders
       DISPLAY "Customer Name                            Balance"
           "    Open Orders   Own Limit Hold"
       PERFORM VARYING WSGroupIdx FROM 1 BY 1
           UNTIL WSGroupIdx > WSGroupCount
           ADD GM-Balance(WSGroupIdx) TO WSGroupBalance
           ADD GM-OpenOrders(WSGroupIdx) TO WSGroupOrders
           MOVE GM-Balance(WSGroupIdx) TO WSBalanceEdit
           MOVE GM-OpenOrders(WSGroupIdx) TO WSOrdersEdit
           MOVE GM-Limit(WSGroupIdx) TO WSLimitEdit
           DISPLAY GM-IDNum(WSGroupIdx) " " GM-Name(WSGroupIdx)
               WSBalanceEdit "    " WSOrdersEdit "  " WSLimitEdit
               "  " GM-HoldFlag(WSGroupIdx)
       END-PERFORM
       COMPUTE WSGroupExposure = WSGroupBalance + WSGroupOrders
       MOVE GM-Limit(1) TO WSGroupLimit
       MOVE WSGroupExposure TO WSExposureEdit
       DISPLAY "Group exposure (balances plus open orders) "
           WSExposureEdit
       IF WSGroupLimit = 0
           DISPLAY "No group limit: parent " WSParentID
               " has no credit limit"
       ELSE
           MOVE WSGroupLimit TO WSLimitEdit
           DISPLAY "Group limit (parent's credit limit)         "
               WSLimitEdit
           IF WSGroupExposure > WSGroupLimit
               DISPLAY "Group is OVER its credit limit"
           END-IF
       END-IF.

LoadGroup.
       MOVE 0 TO WSGroupCount
       INITIALIZE WSGroupTable
       MOVE WSParentID TO WSLookupID
       PERFORM AddGroupMember
       MOVE WSParentID TO LK-ParentID
       MOVE 'N' TO WSLinkEOF
       START CustLinkFile KEY IS = LK-ParentID
           INVALID KEY
               MOVE 'Y' TO WSLinkEOF
       END-START
       PERFORM UNTIL WSLinkEOF = 'Y'
           READ CustLinkFile NEXT RECORD
               AT END MOVE 'Y' TO WSLinkEOF
               NOT AT END
                   IF LK-ParentID NOT = WSParentID
                       MOVE 'Y' TO WSLinkEOF
                   ELSE
                       MOVE LK-IDNum TO WSLookupID
                       PERFORM AddGroupMember
                   END-IF
           END-READ
       END-PERFORM
       PERFORM LoadGroupLimits.

AddGroupMember.
       IF WSGroupCount = 200
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSGroupCount
       MOVE WSLookupID TO GM-IDNum(WSGroupCount)
       MOVE 'N' TO GM-HoldFlag(WSGroupCount)
       MOVE WSLookupID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "** NOT ON FILE **" TO GM-Name(WSGroupCount)
           NOT INVALID KEY
               MOVE FullName TO GM-Name(WSGroupCount)
               MOVE CustBalance TO GM-Balance(WSGroupCount)
       END-READ.

LoadGroupLimits.
       MOVE 'N' TO WSHaveCredit
       OPEN INPUT CreditFile
       IF WSCreditStatus NOT = "00"
           CLOSE CreditFile
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSGroupIdx FROM 1 BY 1
           UNTIL WSGroupIdx > WSGroupCount
           MOVE GM-IDNum(WSGroupIdx) TO CR-IDNum
           READ CreditFile
               KEY IS CR-IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-Limit TO GM-Limit(WSGroupIdx)
                   MOVE CR-HoldFlag TO GM-HoldFlag(WSGroupIdx)
           END-READ
       END-PERFORM
       CLOSE CreditFile.

TallyGroupOrders.
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSScanEOF
       PERFORM UNTIL WSScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF OrderStatus = 'O'
                       PERFORM VARYING WSGroupIdx FROM 1 BY 1
                           UNTIL WSGroupIdx > WSGroupCount
                           IF GM-IDNum(WSGroupIdx) = OrderIDNum
                               ADD OrderAmount OrderTax
                                   TO GM-OpenOrders(WSGroupIdx)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderFile.

WriteAuditRecord.
       OPEN EXTEND AuditFile
       MOVE IDNum TO AL-IDNum
       MOVE 'U' TO AL-OpCode
       MOVE FirstName TO AL-BeforeFirst
       MOVE LastName TO AL-BeforeLast
       MOVE FirstName TO AL-AfterFirst
       MOVE LastName TO AL-AfterLast
       MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
       MOVE WSOperatorID TO AL-Operator
       WRITE AuditLine
       CLOSE AuditFile.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

AskMoreWork.
       DISPLAY "More account link work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
