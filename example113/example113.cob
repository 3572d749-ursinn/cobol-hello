       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example113.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT OrderLineFile ASSIGN TO "OrderLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS WSLineFileStatus.
       SELECT ArchiveFile ASSIGN TO "OrdersArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchFileStatus.
       SELECT LineArchFile ASSIGN TO "OrderLinesArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLineArchStatus.
       SELECT ItemFile ASSIGN TO "ItemMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ItemCode
           FILE STATUS IS WSItemFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
    COPY ORDREC.

FD OrderLineFile.
    COPY ORDLINE.

FD ArchiveFile.
    COPY ORDREC REPLACING
        ==OrderData==   BY ==ArchOrderData==
        ==OrderNum==    BY ==AO-OrderNum==
        ==OrderIDNum==  BY ==AO-OrderIDNum==
        ==OrderDate==   BY ==AO-OrderDate==
        ==OrderAmount== BY ==AO-OrderAmount==
        ==OrderStatus== BY ==AO-OrderStatus==
        ==OrderBranch== BY ==AO-OrderBranch==
        ==OrderTax==    BY ==AO-OrderTax==.

FD LineArchFile.
    COPY ORDLINE REPLACING
        ==OrderLineData== BY ==ArchLineData==
        ==OL-Key==        BY ==AL2-Key==
        ==OL-OrderNum==   BY ==AL2-OrderNum==
        ==OL-LineNum==    BY ==AL2-LineNum==
        ==OL-ItemCode==   BY ==AL2-ItemCode==
        ==OL-Quantity==   BY ==AL2-Quantity==
        ==OL-UnitPrice==  BY ==AL2-UnitPrice==
        ==OL-ExtAmount==  BY ==AL2-ExtAmount==.

FD ItemFile.
    COPY ITEMREC.

FD CustomerFile.
    COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSLineEOF         PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSArchFileStatus  PIC X(2).
01 WSLineArchStatus  PIC X(2).
01 WSItemFileStatus  PIC X(2).
01 WSHaveOrders      PIC X(1) VALUE 'N'.
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSHaveItems       PIC X(1) VALUE 'N'.
01 WSHaveCustomers   PIC X(1) VALUE 'N'.
01 WSMonthParm       PIC X(6).
01 WSSalesMonth      PIC 9(6).
01 WSSalesYear       PIC 9(4).
01 WSSalesMM         PIC 9(2).
01 WSPriorYear       PIC 9(4).
01 WSPriorMonth      PIC 9(6).
01 WSDateYear        PIC 9(4).
01 WSDateMM          PIC 9(2).
01 WSDateYYMM        PIC 9(6).
01 WSAnyPeriod       PIC X(1).
01 WSPeriodFlags.
       02 WSInPeriod OCCURS 4 TIMES PIC X(1).
01 WSPeriodIndex     PIC 9(1).
01 WSTallyUnits      PIC S9(7).
01 WSTallyRevenue    PIC S9(9)V99.
01 WSItemTable.
       02 WSItemEntry OCCURS 500 TIMES.
           03 WSItmCode      PIC X(8).
           03 WSItmTaken     PIC X(1).
           03 WSItmUnits     OCCURS 4 TIMES PIC S9(9).
           03 WSItmRevenue   OCCURS 4 TIMES PIC S9(11)V99.
01 WSItemUsed        PIC 9(3) VALUE 0.
01 WSItemDropped     PIC 9(7) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 1000 TIMES.
           03 WSCstIDNum     PIC 9(7).
           03 WSCstTaken     PIC X(1).
           03 WSCstUnits     OCCURS 4 TIMES PIC S9(9).
           03 WSCstRevenue   OCCURS 4 TIMES PIC S9(11)V99.
01 WSCustUsed        PIC 9(4) VALUE 0.
01 WSCustDropped     PIC 9(7) VALUE 0.
01 WSBranchTable.
       02 WSBranchEntry OCCURS 50 TIMES.
           03 WSBrnCode      PIC X(2).
           03 WSBrnUnits     OCCURS 4 TIMES PIC S9(9).
           03 WSBrnRevenue   OCCURS 4 TIMES PIC S9(11)V99.
01 WSBranchUsed      PIC 9(2) VALUE 0.
01 WSTotals.
       02 WSTotalUnits   OCCURS 4 TIMES PIC S9(9).
       02 WSTotalRevenue OCCURS 4 TIMES PIC S9(11)V99.
01 WSArchTable.
       02 WSArchEntry OCCURS 5000 TIMES.
           03 WSArcOrderNum  PIC 9(7).
           03 WSArcFlags     PIC X(4).
01 WSArchUsed        PIC 9(4) VALUE 0.
01 WSArchDropped     PIC 9(7) VALUE 0.
01 WSArchIndex       PIC 9(4).
01 WSArchSlot        PIC 9(4).
01 WSTableIndex      PIC 9(4).
01 WSSlot            PIC 9(4).
01 WSLookupItem      PIC X(8).
01 WSLookupID        PIC 9(7).
01 WSLookupBranch    PIC X(2).
01 WSRank            PIC 9(2).
01 WSBestSlot        PIC 9(4).
01 WSBestRevenue     PIC S9(11)V99.
01 WSSectionCount    PIC 9(1) VALUE 0.
01 WSOrderCount      PIC 9(7) VALUE 0.
01 WSArchCount       PIC 9(7) VALUE 0.
01 WSDetailLine.
       02 SA-Key           PIC X(8).
       02 FILLER           PIC X(1).
       02 SA-Name          PIC X(20).
       02 SA-Period OCCURS 4 TIMES.
           03 FILLER       PIC X(1).
           03 SA-Units     PIC -----9.
           03 FILLER       PIC X(1).
           03 SA-Revenue   PIC -(7)9.99.
01 WSRankName.
       02 RN-Rank          PIC Z9.
       02 FILLER           PIC X(1).
       02 RN-Name          PIC X(17).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetSalesMonth
       INITIALIZE WSTotals
       PERFORM OpenFiles
       IF WSHaveOrders = 'Y'
           PERFORM TallyLiveOrders
       END-IF
       PERFORM TallyArchivedOrders
       PERFORM OpenReport
       PERFORM PrintBranchSection
       PERFORM PrintItemSection
       PERFORM PrintCustomerSection
       PERFORM PrintTopCustomers
       PERFORM PrintTopItems
       PERFORM PrintTrailer
       PERFORM CloseFiles
       DISPLAY "Sales analysis for " WSSalesMonth ": orders "
           WSOrderCount " live, " WSArchCount " archived"
       IF WSItemDropped > 0 OR WSCustDropped > 0
               OR WSArchDropped > 0
           DISPLAY "WARNING, analysis tables filled, lines not"
               " analysed: items " WSItemDropped
               " customers " WSCustDropped
               " archived orders " WSArchDropped
       END-IF
       STOP RUN.

GetSalesMonth.
       MOVE SPACES TO WSMonthParm
       ACCEPT WSMonthParm FROM COMMAND-LINE
       IF WSMonthParm IS NUMERIC
           MOVE WSMonthParm TO WSSalesMonth
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO WSSalesMonth
       END-IF
       DIVIDE WSSalesMonth BY 100 GIVING WSSalesYear
           REMAINDER WSSalesMM
       COMPUTE WSPriorYear = WSSalesYear - 1
       COMPUTE WSPriorMonth = WSPriorYear * 100 + WSSalesMM.

OpenFiles.
       OPEN INPUT OrderFile
       IF WSOrderFileStatus = "00"
           MOVE 'Y' TO WSHaveOrders
       ELSE
           CLOSE OrderFile
       END-IF
       OPEN INPUT OrderLineFile
       IF WSLineFileStatus = "00"
           MOVE 'Y' TO WSHaveLines
       ELSE
           CLOSE OrderLineFile
       END-IF
       OPEN INPUT ItemFile
       IF WSItemFileStatus = "00"
           MOVE 'Y' TO WSHaveItems
       ELSE
           CLOSE ItemFile
       END-IF
       OPEN INPUT CustomerFile
       IF WSFileStatus = "00"
           MOVE 'Y' TO WSHaveCustomers
       ELSE
           CLOSE CustomerFile
       END-IF.

CloseFiles.
       IF WSHaveCustomers = 'Y'
           CLOSE CustomerFile
       END-IF
       IF WSHaveItems = 'Y'
           CLOSE ItemFile
       END-IF
       IF WSHaveLines = 'Y'
           CLOSE OrderLineFile
       END-IF
       IF WSHaveOrders = 'Y'
           CLOSE OrderFile
       END-IF.

SetPeriodFlags.
       MOVE WSDateYYMM(1:4) TO WSDateYear
       MOVE WSDateYYMM(5:2) TO WSDateMM
       MOVE 'NNNN' TO WSPeriodFlags
       MOVE 'N' TO WSAnyPeriod
       IF WSDateYYMM = WSSalesMonth
           MOVE 'Y' TO WSInPeriod(1)
       END-IF
       IF WSDateYYMM = WSPriorMonth
           MOVE 'Y' TO WSInPeriod(2)
       END-IF
       IF WSDateYear = WSSalesYear AND WSDateMM <= WSSalesMM
           MOVE 'Y' TO WSInPeriod(3)
       END-IF
       IF WSDateYear = WSPriorYear AND WSDateMM <= WSSalesMM
           MOVE 'Y' TO WSInPeriod(4)
       END-IF
       IF WSInPeriod(3) = 'Y' OR WSInPeriod(4) = 'Y'
           MOVE 'Y' TO WSAnyPeriod
       END-IF.

TallyLiveOrders.
       MOVE 'N' TO WSEOF
       MOVE 0 TO OrderNum
       START OrderFile KEY IS >= OrderNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderStatus NOT = 'X'
                       MOVE OrderDate(1:6) TO WSDateYYMM
                       PERFORM SetPeriodFlags
                       IF WSAnyPeriod = 'Y'
                           PERFORM TallyOneLiveOrder
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

TallyOneLiveOrder.
       ADD 1 TO WSOrderCount
       MOVE 0 TO WSTallyUnits
       MOVE OrderAmount TO WSTallyRevenue
       MOVE OrderIDNum TO WSLookupID
       MOVE OrderBranch TO WSLookupBranch
       IF WSHaveLines = 'Y'
           MOVE 'N' TO WSLineEOF
           MOVE OrderNum TO OL-OrderNum
           MOVE 0 TO OL-LineNum
           START OrderLineFile KEY IS >= OL-Key
               INVALID KEY
                   MOVE 'Y' TO WSLineEOF
           END-START
           PERFORM UNTIL WSLineEOF = 'Y'
               READ OrderLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WSLineEOF
                   NOT AT END
                       IF OL-OrderNum = OrderNum
                           ADD OL-Quantity TO WSTallyUnits
                           MOVE OL-ItemCode TO WSLookupItem
                           PERFORM TallyItem
                       ELSE
                           MOVE 'Y' TO WSLineEOF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       PERFORM TallyCustomerAndBranch.

TallyItem.
       PERFORM FindItemSlot
       IF WSSlot = 0
           ADD 1 TO WSItemDropped
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > 4
           IF WSInPeriod(WSPeriodIndex) = 'Y'
               ADD OL-Quantity TO WSItmUnits(WSSlot, WSPeriodIndex)
               ADD OL-ExtAmount TO WSItmRevenue(WSSlot, WSPeriodIndex)
           END-IF
       END-PERFORM.

TallyArchivedItem.
       PERFORM FindItemSlot
       IF WSSlot = 0
           ADD 1 TO WSItemDropped
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > 4
           IF WSInPeriod(WSPeriodIndex) = 'Y'
               ADD AL2-Quantity TO WSItmUnits(WSSlot, WSPeriodIndex)
               ADD AL2-ExtAmount
                   TO WSItmRevenue(WSSlot, WSPeriodIndex)
           END-IF
       END-PERFORM.

TallyCustomerAndBranch.
       PERFORM FindCustSlot
       IF WSSlot = 0
           ADD 1 TO WSCustDropped
       ELSE
           PERFORM VARYING WSPeriodIndex FROM 1 BY 1
               UNTIL WSPeriodIndex > 4
               IF WSInPeriod(WSPeriodIndex) = 'Y'
                   ADD WSTallyUnits TO WSCstUnits(WSSlot, WSPeriodIndex)
                   ADD WSTallyRevenue
                       TO WSCstRevenue(WSSlot, WSPeriodIndex)
               END-IF
           END-PERFORM
       END-IF
       PERFORM FindBranchSlot
       IF WSSlot > 0
           PERFORM VARYING WSPeriodIndex FROM 1 BY 1
               UNTIL WSPeriodIndex > 4
               IF WSInPeriod(WSPeriodIndex) = 'Y'
                   ADD WSTallyUnits TO WSBrnUnits(WSSlot, WSPeriodIndex)
                   ADD WSTallyRevenue
                       TO WSBrnRevenue(WSSlot, WSPeriodIndex)
               END-IF
           END-PERFORM
       END-IF
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > 4
           IF WSInPeriod(WSPeriodIndex) = 'Y'
               ADD WSTallyUnits TO WSTotalUnits(WSPeriodIndex)
               ADD WSTallyRevenue TO WSTotalRevenue(WSPeriodIndex)
           END-IF
       END-PERFORM.

FindItemSlot.
       MOVE 0 TO WSSlot
       PERFORM VARYING WSTableIndex FROM 1 BY 1
           UNTIL WSTableIndex > WSItemUsed OR WSSlot > 0
           IF WSItmCode(WSTableIndex) = WSLookupItem
               MOVE WSTableIndex TO WSSlot
           END-IF
       END-PERFORM
       IF WSSlot = 0 AND WSItemUsed < 500
           ADD 1 TO WSItemUsed
           MOVE WSItemUsed TO WSSlot
           MOVE WSLookupItem TO WSItmCode(WSSlot)
           MOVE 'N' TO WSItmTaken(WSSlot)
           PERFORM VARYING WSPeriodIndex FROM 1 BY 1
               UNTIL WSPeriodIndex > 4
               MOVE 0 TO WSItmUnits(WSSlot, WSPeriodIndex)
               MOVE 0 TO WSItmRevenue(WSSlot, WSPeriodIndex)
           END-PERFORM
       END-IF.

FindCustSlot.
       MOVE 0 TO WSSlot
       PERFORM VARYING WSTableIndex FROM 1 BY 1
           UNTIL WSTableIndex > WSCustUsed OR WSSlot > 0
           IF WSCstIDNum(WSTableIndex) = WSLookupID
               MOVE WSTableIndex TO WSSlot
           END-IF
       END-PERFORM
       IF WSSlot = 0 AND WSCustUsed < 1000
           ADD 1 TO WSCustUsed
           MOVE WSCustUsed TO WSSlot
           MOVE WSLookupID TO WSCstIDNum(WSSlot)
           MOVE 'N' TO WSCstTaken(WSSlot)
           PERFORM VARYING WSPeriodIndex FROM 1 BY 1
               UNTIL WSPeriodIndex > 4
               MOVE 0 TO WSCstUnits(WSSlot, WSPeriodIndex)
               MOVE 0 TO WSCstRevenue(WSSlot, WSPeriodIndex)
           END-PERFORM
       END-IF.

FindBranchSlot.
       MOVE 0 TO WSSlot
       PERFORM VARYING WSTableIndex FROM 1 BY 1
           UNTIL WSTableIndex > WSBranchUsed OR WSSlot > 0
           IF WSBrnCode(WSTableIndex) = WSLookupBranch
               MOVE WSTableIndex TO WSSlot
           END-IF
       END-PERFORM
       IF WSSlot = 0 AND WSBranchUsed < 50
           ADD 1 TO WSBranchUsed
           MOVE WSBranchUsed TO WSSlot
           MOVE WSLookupBranch TO WSBrnCode(WSSlot)
           PERFORM VARYING WSPeriodIndex FROM 1 BY 1
               UNTIL WSPeriodIndex > 4
               MOVE 0 TO WSBrnUnits(WSSlot, WSPeriodIndex)
               MOVE 0 TO WSBrnRevenue(WSSlot, WSPeriodIndex)
           END-PERFORM
       END-IF.

TallyArchivedOrders.
       OPEN INPUT ArchiveFile
       IF WSArchFileStatus NOT = "00"
           CLOSE ArchiveFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ArchiveFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AO-OrderStatus NOT = 'X'
                       MOVE AO-OrderDate(1:6) TO WSDateYYMM
                       PERFORM SetPeriodFlags
                       IF WSAnyPeriod = 'Y'
                           PERFORM TallyOneArchivedOrder
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ArchiveFile
       IF WSArchUsed = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT LineArchFile
       IF WSLineArchStatus NOT = "00"
           CLOSE LineArchFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSLineEOF
       PERFORM UNTIL WSLineEOF = 'Y'
           READ LineArchFile
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   PERFORM FindArchivedOrder
                   IF WSArchSlot > 0
                       MOVE WSArcFlags(WSArchSlot) TO WSPeriodFlags
                       MOVE AL2-ItemCode TO WSLookupItem
                       PERFORM TallyArchivedItem
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LineArchFile.

TallyOneArchivedOrder.
       IF WSHaveOrders = 'Y'
           MOVE AO-OrderNum TO OrderNum
           READ OrderFile
               KEY IS OrderNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
       END-IF
       IF WSArchUsed >= 5000
           ADD 1 TO WSArchDropped
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSArchCount
       ADD 1 TO WSArchUsed
       MOVE AO-OrderNum TO WSArcOrderNum(WSArchUsed)
       MOVE WSPeriodFlags TO WSArcFlags(WSArchUsed)
       MOVE 0 TO WSTallyUnits
       MOVE AO-OrderAmount TO WSTallyRevenue
       MOVE AO-OrderIDNum TO WSLookupID
       MOVE AO-OrderBranch TO WSLookupBranch
       PERFORM TallyCustomerAndBranch.

FindArchivedOrder.
       MOVE 0 TO WSArchSlot
       PERFORM VARYING WSArchIndex FROM 1 BY 1
           UNTIL WSArchIndex > WSArchUsed OR WSArchSlot > 0
           IF WSArcOrderNum(WSArchIndex) = AL2-OrderNum
               MOVE WSArchIndex TO WSArchSlot
           END-IF
       END-PERFORM.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "SalesAnalysis.rpt" TO RW-ReportName
       MOVE "Monthly Sales Analysis" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Key      Name                 ---- This Month -- -- Month Last Yr - --- Year to Date - -- YTD Last Year -"
           TO RW-HeadCol
       MOVE "-------- --------------------  Units     Revenue  Units     Revenue  Units     Revenue  Units     Revenue"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Sales month " DELIMITED BY SIZE
           WSSalesMonth DELIMITED BY SIZE
           " compared with " DELIMITED BY SIZE
           WSPriorMonth DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintSectionHead.
       IF WSSectionCount > 0
           MOVE 'P' TO RW-Action
           CALL "RPTWRITE" USING ReportControl
       ELSE
           MOVE RW-Line TO WSTrailerLine
           MOVE SPACES TO RW-Line
           PERFORM WriteReportLine
           MOVE WSTrailerLine TO RW-Line
       END-IF
       ADD 1 TO WSSectionCount
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

PrintBranchSection.
       MOVE "Sales by Branch" TO RW-Line
       PERFORM PrintSectionHead
       PERFORM VARYING WSTableIndex FROM 1 BY 1
           UNTIL WSTableIndex > WSBranchUsed
           MOVE SPACES TO WSDetailLine
           MOVE WSBrnCode(WSTableIndex) TO SA-Key
           PERFORM VARYING WSPeriodIndex FROM 1 BY 1
               UNTIL WSPeriodIndex > 4
               MOVE WSBrnUnits(WSTableIndex, WSPeriodIndex)
                   TO SA-Units(WSPeriodIndex)
               MOVE WSBrnRevenue(WSTableIndex, WSPeriodIndex)
                   TO SA-Revenue(WSPeriodIndex)
           END-PERFORM
           MOVE WSDetailLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM
       MOVE SPACES TO WSDetailLine
       MOVE "Total" TO SA-Name
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > 4
           MOVE WSTotalUnits(WSPeriodIndex) TO SA-Units(WSPeriodIndex)
           MOVE WSTotalRevenue(WSPeriodIndex)
               TO SA-Revenue(WSPeriodIndex)
       END-PERFORM
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintItemSection.
       MOVE "Sales by Item" TO RW-Line
       PERFORM PrintSectionHead
       PERFORM VARYING WSSlot FROM 1 BY 1
           UNTIL WSSlot > WSItemUsed
           PERFORM FillItemLine
           MOVE WSDetailLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM.

FillItemLine.
       MOVE SPACES TO WSDetailLine
       MOVE WSItmCode(WSSlot) TO SA-Key
       MOVE WSItmCode(WSSlot) TO ItemCode
       IF WSHaveItems = 'Y'
           READ ItemFile
               KEY IS ItemCode
               INVALID KEY
                   MOVE "(not on item master)" TO SA-Name
               NOT INVALID KEY
                   MOVE ItemDesc TO SA-Name
           END-READ
       END-IF
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > 4
           MOVE WSItmUnits(WSSlot, WSPeriodIndex)
               TO SA-Units(WSPeriodIndex)
           MOVE WSItmRevenue(WSSlot, WSPeriodIndex)
               TO SA-Revenue(WSPeriodIndex)
       END-PERFORM.

PrintCustomerSection.
       MOVE "Sales by Customer" TO RW-Line
       PERFORM PrintSectionHead
       PERFORM VARYING WSSlot FROM 1 BY 1
           UNTIL WSSlot > WSCustUsed
           PERFORM FillCustomerLine
           MOVE WSDetailLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM.

FillCustomerLine.
       MOVE SPACES TO WSDetailLine
       MOVE WSCstIDNum(WSSlot) TO SA-Key
       MOVE WSCstIDNum(WSSlot) TO IDNum
       IF WSHaveCustomers = 'Y'
           READ CustomerFile
               KEY IS IDNum
               INVALID KEY
                   MOVE "(not on file)" TO SA-Name
               NOT INVALID KEY
                   STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       INTO SA-Name
                   END-STRING
           END-READ
       END-IF
       PERFORM VARYING WSPeriodIndex FROM 1 BY 1
           UNTIL WSPeriodIndex > 4
           MOVE WSCstUnits(WSSlot, WSPeriodIndex)
               TO SA-Units(WSPeriodIndex)
           MOVE WSCstRevenue(WSSlot, WSPeriodIndex)
               TO SA-Revenue(WSPeriodIndex)
       END-PERFORM.

PrintTopCustomers.
       MOVE "Top 20 Customers by Year-to-Date Revenue" TO RW-Line
       PERFORM PrintSectionHead
       PERFORM VARYING WSRank FROM 1 BY 1
           UNTIL WSRank > 20 OR WSRank > WSCustUsed
           MOVE 0 TO WSBestSlot
           PERFORM VARYING WSTableIndex FROM 1 BY 1
               UNTIL WSTableIndex > WSCustUsed
               IF WSCstTaken(WSTableIndex) = 'N'
                   IF WSBestSlot = 0
                           OR WSCstRevenue(WSTableIndex, 3)
                               > WSBestRevenue
                       MOVE WSTableIndex TO WSBestSlot
                       MOVE WSCstRevenue(WSTableIndex, 3)
                           TO WSBestRevenue
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WSCstTaken(WSBestSlot)
           MOVE WSBestSlot TO WSSlot
           PERFORM FillCustomerLine
           PERFORM RankName
           MOVE WSDetailLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM.

PrintTopItems.
       MOVE "Top 20 Items by Year-to-Date Revenue" TO RW-Line
       PERFORM PrintSectionHead
       PERFORM VARYING WSRank FROM 1 BY 1
           UNTIL WSRank > 20 OR WSRank > WSItemUsed
           MOVE 0 TO WSBestSlot
           PERFORM VARYING WSTableIndex FROM 1 BY 1
               UNTIL WSTableIndex > WSItemUsed
               IF WSItmTaken(WSTableIndex) = 'N'
                   IF WSBestSlot = 0
                           OR WSItmRevenue(WSTableIndex, 3)
                               > WSBestRevenue
                       MOVE WSTableIndex TO WSBestSlot
                       MOVE WSItmRevenue(WSTableIndex, 3)
                           TO WSBestRevenue
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WSItmTaken(WSBestSlot)
           MOVE WSBestSlot TO WSSlot
           PERFORM FillItemLine
           PERFORM RankName
           MOVE WSDetailLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM.

RankName.
       MOVE SPACES TO WSRankName
       MOVE WSRank TO RN-Rank
       MOVE SA-Name TO RN-Name
       MOVE WSRankName TO SA-Name.

PrintTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Orders analysed: " DELIMITED BY SIZE
           WSOrderCount DELIMITED BY SIZE
           " live, " DELIMITED BY SIZE
           WSArchCount DELIMITED BY SIZE
           " from the archive" DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
