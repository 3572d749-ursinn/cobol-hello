           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT GroupCustFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GC-IDNum
           ALTERNATE RECORD KEY IS GC-LastName WITH DUPLICATES
           FILE STATUS IS WSGroupCustStatus.
       SELECT CustLinkFile ASSIGN TO "CustLinks.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LK-IDNum
           ALTERNATE RECORD KEY IS LK-ParentID WITH DUPLICATES
           FILE STATUS IS WSLinkStatus.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       SELECT PaymentFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayFileStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT ReportFile ASSIGN TO "STMTOUT"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FD CustomerFile.
    COPY CUSTREC.

FD GroupCustFile.
    COPY CUSTREC REPLACING
        ==CustomerData== BY ==GroupCustData==
        ==IDNum==        BY ==GC-IDNum==
        ==CustName==     BY ==GC-CustName==
        ==FirstName==    BY ==GC-FirstName==
        ==LastName==     BY ==GC-LastName==
        ==CustAddress==  BY ==GC-CustAddress==
        ==AddrLine1==    BY ==GC-AddrLine1==
        ==AddrCity==     BY ==GC-AddrCity==
        ==AddrState==    BY ==GC-AddrState==
        ==AddrZip==      BY ==GC-AddrZip==
        ==PhoneNumber==  BY ==GC-PhoneNumber==
        ==CustStatus==   BY ==GC-CustStatus==
        ==FullName==     BY ==GC-FullName==
        ==DateAdded==    BY ==GC-DateAdded==
        ==CustBalance==  BY ==GC-CustBalance==
        ==AddrUndeliv==  BY ==GC-AddrUndeliv==
        ==CustBranch==   BY ==GC-CustBranch==.

FD CustLinkFile.
    COPY CUSTLINK.

FD OrderFile.
    COPY ORDREC.

FD PaymentFile.
    COPY PAYHIST.

FD OpenItemFile.
    COPY OPENITEM.

FD ReportFile.
01 ReportLine   PIC X(80).

01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSPayFileStatus   PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSItemEOF         PIC A(1).
01 WSDisputedTotal   PIC S9(9)V99.
01 WSHaveOrders      PIC X(1) VALUE 'N'.
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSHavePayments    PIC X(1) VALUE 'N'.
01 WSActivityCount   PIC 9(5).
01 WSOpeningBalance  PIC S9(9)V99.
01 WSAmountDisp      PIC -(7)9.99.
01 WSGroupCustStatus PIC X(2).
01 WSLinkStatus      PIC X(2).
01 WSHaveLinks       PIC X(1) VALUE 'N'.
01 WSLinkEOF         PIC X(1).
01 WSConsolidated    PIC X(1).
01 WSConsolidatedCount PIC 9(5) VALUE 0.
01 WSSaveCustomer    PIC X(149).
01 WSGroupCount      PIC 9(3).
01 WSGroupIdx        PIC 9(3).
01 WSGroupTable.
       02 WSGroupEntry OCCURS 201 TIMES.
           03 GM-IDNum         PIC 9(7).
           03 GM-Print         PIC X(1).
01 WSGroupPrint      PIC X(1).
01 WSMemberFound     PIC X(1).
01 WSGroupClosing    PIC S9(9)V99.
01 WSDetailLine.
       02 FILLER           PIC X(2).
       02 SL-Label         PIC X(10).
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOrderLineFile
       PERFORM OpenLinkFiles
       OPEN OUTPUT ReportFile
       PERFORM UNTIL WSEOF = 'Y'
           READ CustomerFile INTO WSCustomer
       IF WSHaveLines = 'Y'
           CLOSE OrderLineFile
       END-IF
       IF WSHaveLinks = 'Y'
           CLOSE CustLinkFile
           CLOSE GroupCustFile
       END-IF
       CLOSE CustomerFile
       CLOSE ReportFile
       DISPLAY "Statements produced: " WSStatementCount
       IF WSConsolidatedCount > 0
           DISPLAY "Store accounts consolidated into parent statements: "
               WSConsolidatedCount
       END-IF
       STOP RUN.

CheckFileStatus.
       DISPLAY "Statements filed as "
           FUNCTION TRIM(WSStatementName).

OpenLinkFiles.
       MOVE 'N' TO WSHaveLinks
       OPEN INPUT CustLinkFile
       IF WSLinkStatus NOT = "00"
           CLOSE CustLinkFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT GroupCustFile
       IF WSGroupCustStatus NOT = "00"
           CLOSE GroupCustFile
           CLOSE CustLinkFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO WSHaveLinks.

ProcessCustomer.
       IF WSCustStatus = 'D'
           EXIT PARAGRAPH
       END-IF
       IF WSHaveLinks = 'Y'
           PERFORM CheckConsolidated
           IF WSConsolidated = 'Y'
               ADD 1 TO WSConsolidatedCount
               EXIT PARAGRAPH
           END-IF
           PERFORM FindStores
           IF WSGroupCount > 1
               PERFORM ProcessGroup
               EXIT PARAGRAPH
           END-IF
       END-IF
       PERFORM TallyCustomerActivity
       COMPUTE WSClosingBalance
           = WSCustBalance - WSOrderAfter + WSPaymentAfter
                   NOT AT END
                       IF PH-IDNum IS NUMERIC AND PH-IDNum = WSIDNum
                               AND (PH-Type = SPACES OR PH-Type = "PY"
                                   OR PH-Type = "CM" OR PH-Type = "WO"
                                   OR PH-Type = "OX")
                           IF PH-Date(1:6) = WSStatementMonth
                               ADD 1 TO WSActivityCount
                               ADD PH-Amount TO WSPaymentTotal
                           END-IF
                       END-IF
                       IF PH-IDNum IS NUMERIC AND PH-IDNum = WSIDNum
                               AND (PH-Type = "FC" OR PH-Type = "DM"
                                   OR PH-Type = "NR" OR PH-Type = "NF"
                                   OR PH-Type = "RF")
                           IF PH-Date(1:6) = WSStatementMonth
                               ADD 1 TO WSActivityCount
                               ADD PH-Amount TO WSOrderTotal
       END-IF
       CLOSE PaymentFile.

CheckConsolidated.
       MOVE 'N' TO WSConsolidated
       MOVE WSIDNum TO LK-IDNum
       READ CustLinkFile
           KEY IS LK-IDNum
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE LK-ParentID TO GC-IDNum
       READ GroupCustFile
           KEY IS GC-IDNum
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       IF GC-CustStatus NOT = 'D'
           MOVE 'Y' TO WSConsolidated
       END-IF.

FindStores.
       MOVE 1 TO WSGroupCount
       MOVE WSIDNum TO GM-IDNum(1)
       MOVE WSIDNum TO LK-ParentID
       MOVE 'N' TO WSLinkEOF
       START CustLinkFile KEY IS = LK-ParentID
           INVALID KEY
               MOVE 'Y' TO WSLinkEOF
       END-START
       PERFORM UNTIL WSLinkEOF = 'Y'
           READ CustLinkFile NEXT RECORD
               AT END MOVE 'Y' TO WSLinkEOF
               NOT AT END
                   IF LK-ParentID NOT = WSIDNum
                       MOVE 'Y' TO WSLinkEOF
                   ELSE
                       IF WSGroupCount < 201
                           ADD 1 TO WSGroupCount
                           MOVE LK-IDNum TO GM-IDNum(WSGroupCount)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

ProcessGroup.
       MOVE WSCustomer TO WSSaveCustomer
       MOVE 'N' TO WSGroupPrint
       PERFORM VARYING WSGroupIdx FROM 1 BY 1
           UNTIL WSGroupIdx > WSGroupCount
           MOVE 'N' TO GM-Print(WSGroupIdx)
           PERFORM LoadGroupMember
           IF WSMemberFound = 'Y'
               PERFORM TallyCustomerActivity
               COMPUTE WSClosingBalance
                   = WSCustBalance - WSOrderAfter + WSPaymentAfter
               IF WSClosingBalance NOT = 0 OR WSActivityCount > 0
                   MOVE 'Y' TO GM-Print(WSGroupIdx)
                   MOVE 'Y' TO WSGroupPrint
               END-IF
           END-IF
       END-PERFORM
       IF WSGroupPrint = 'Y'
           PERFORM PrintGroupStatement
       END-IF
       MOVE WSSaveCustomer TO WSCustomer.

LoadGroupMember.
       MOVE 'N' TO WSMemberFound
       IF WSGroupIdx = 1
           MOVE WSSaveCustomer TO WSCustomer
           MOVE 'Y' TO WSMemberFound
           EXIT PARAGRAPH
       END-IF
       MOVE GM-IDNum(WSGroupIdx) TO GC-IDNum
       READ GroupCustFile INTO WSCustomer
           KEY IS GC-IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF WSCustStatus NOT = 'D'
                   MOVE 'Y' TO WSMemberFound
               END-IF
       END-READ.

PrintGroupStatement.
       MOVE WSSaveCustomer TO WSCustomer
       PERFORM PrintPageHeading
       MOVE SPACES TO ReportLine
       STRING "Consolidated statement for parent account "
               DELIMITED BY SIZE
           WSIDNum DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WSFirstName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WSLastName) DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "Statement Month: " DELIMITED BY SIZE
           WSStatementMonth DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       ADD 2 TO WSLinesOnPage
       MOVE 0 TO WSGroupClosing
       PERFORM VARYING WSGroupIdx FROM 1 BY 1
           UNTIL WSGroupIdx > WSGroupCount
           IF GM-Print(WSGroupIdx) = 'Y'
               PERFORM LoadGroupMember
               PERFORM PrintGroupSection
           END-IF
       END-PERFORM
       MOVE WSGroupClosing TO WSAmountDisp
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       STRING "  Group Closing Balance     " DELIMITED BY SIZE
           WSAmountDisp DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       ADD 2 TO WSLinesOnPage
       ADD 1 TO WSStatementCount.

PrintGroupSection.
       PERFORM TallyCustomerActivity
       COMPUTE WSClosingBalance
           = WSCustBalance - WSOrderAfter + WSPaymentAfter
       ADD WSClosingBalance TO WSGroupClosing
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       IF WSGroupIdx = 1
           STRING "Parent account " DELIMITED BY SIZE
               WSIDNum DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WSFirstName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WSLastName) DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
       ELSE
           STRING "Store " DELIMITED BY SIZE
               WSIDNum DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WSFirstName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WSLastName) DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
       END-IF
       WRITE ReportLine
       ADD 2 TO WSLinesOnPage
       PERFORM CheckPageBreak
       PERFORM PrintStatementBody.

PrintStatement.
       PERFORM PrintPageHeading
       MOVE SPACES TO ReportLine
       STRING "Customer " DELIMITED BY SIZE
           WSIDNum DELIMITED BY SIZE
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       ADD 3 TO WSLinesOnPage
       PERFORM PrintStatementBody
       ADD 1 TO WSStatementCount.

PrintStatementBody.
       COMPUTE WSOpeningBalance
           = WSClosingBalance - WSOrderTotal + WSPaymentTotal
       MOVE WSOpeningBalance TO WSAmountDisp
       MOVE SPACES TO ReportLine
       STRING "  Opening Balance           " DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       ADD 2 TO WSLinesOnPage
       PERFORM PrintOrderLines
       PERFORM PrintPaymentLines
       MOVE WSClosingBalance TO WSAmountDisp
       END-STRING
       WRITE ReportLine
       ADD 1 TO WSLinesOnPage
       PERFORM PrintDisputedItems.

PrintDisputedItems.
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus = "00"
           MOVE 0 TO WSDisputedTotal
           MOVE 'N' TO WSItemEOF
           MOVE 0 TO OI-InvoiceNum
           START OpenItemFile KEY IS >= OI-InvoiceNum
               INVALID KEY
                   MOVE 'Y' TO WSItemEOF
           END-START
           PERFORM UNTIL WSItemEOF = 'Y'
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO WSItemEOF
                   NOT AT END
                       IF OI-IDNum = WSIDNum AND OI-Status = 'D'
                           PERFORM PrintOneDisputedItem
                       END-IF
               END-READ
           END-PERFORM
           IF WSDisputedTotal NOT = 0
               MOVE WSDisputedTotal TO WSAmountDisp
               MOVE SPACES TO ReportLine
               STRING "  Under review, not due     " DELIMITED BY SIZE
                   WSAmountDisp DELIMITED BY SIZE
                   INTO ReportLine
               END-STRING
               WRITE ReportLine
               ADD 1 TO WSLinesOnPage
           END-IF
       END-IF
       CLOSE OpenItemFile.

PrintOneDisputedItem.
       MOVE SPACES TO WSDetailLine
       MOVE "Disputed" TO SL-Label
       MOVE OI-InvoiceNum TO SL-Reference
       MOVE OI-InvDate TO SL-Date
       MOVE OI-OpenAmount TO SL-Amount
       WRITE ReportLine FROM WSDetailLine
       ADD OI-OpenAmount TO WSDisputedTotal
       ADD 1 TO WSLinesOnPage
       PERFORM CheckPageBreak.

PrintOrderLines.
       IF WSHaveOrders = 'Y'
                   NOT AT END
                       IF PH-IDNum IS NUMERIC AND PH-IDNum = WSIDNum
                               AND PH-Date(1:6) = WSStatementMonth
                               AND PH-Type NOT = "WR"
                           PERFORM PrintOnePaymentLine
                       END-IF
               END-READ
           WHEN "DM"
               MOVE "Dbt Memo" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "NR"
               MOVE "Rtn Check" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "NF"
               MOVE "NSF Fee" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "RF"
               MOVE "Refund" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "CM"
               MOVE "Cr Memo" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
           WHEN "WO"
               MOVE "Write-Off" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
           WHEN "OX"
               MOVE "Ord Cancel" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
           WHEN OTHER
               MOVE "Payment" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
