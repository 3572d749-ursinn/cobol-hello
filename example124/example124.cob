       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example124.
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
       SELECT CreditFile ASSIGN TO "CreditControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CR-IDNum
           FILE STATUS IS WSCreditStatus.
       SELECT ReviewFile ASSIGN TO "CreditReview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReviewStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS InvoiceNum
           ALTERNATE RECORD KEY IS InvOrderNum
           FILE STATUS IS WSInvFileStatus.
       SELECT StandingFile ASSIGN TO "StandingOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SO-Num
           FILE STATUS IS WSStandStatus.
       SELECT CalendarFile ASSIGN TO "BusCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCalendarStatus.
       SELECT ParmFile ASSIGN TO "CashForecastParms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD CreditFile.
    COPY CREDREC.

FD ReviewFile.
    COPY CREDREV.

FD OpenItemFile.
    COPY OPENITEM.

FD OrderFile.
    COPY ORDREC.

FD InvoiceFile.
    COPY INVREC.

FD StandingFile.
    COPY STNDORD.

FD CalendarFile.
01 HolidayRec.
       02 HO-Date      PIC 9(8).
       02 HO-Desc      PIC X(30).

FD ParmFile.
01 ParmRec       PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSReviewStatus    PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSInvFileStatus   PIC X(2).
01 WSStandStatus     PIC X(2).
01 WSCalendarStatus  PIC X(2).
01 WSParmStatus      PIC X(2).
01 WSAsOfDate        PIC X(8).
01 WSForecastDate    PIC 9(8).
01 WSAsOfInt         PIC 9(8).
01 WSFirstBusDate    PIC 9(8).
01 WSFirstBusInt     PIC 9(8).
01 WSWeekOneInt      PIC 9(8).
01 WSHorizonInt      PIC 9(8).
01 WSLagStartInt     PIC 9(8).
01 WSDefaultDays     PIC 9(3) VALUE 30.
01 WSDefaultLag      PIC 9(3) VALUE 7.
01 WSOrderLag        PIC 9(3).
01 WSLagSum          PIC 9(9) VALUE 0.
01 WSLagCount        PIC 9(7) VALUE 0.
01 WSLagDays         PIC S9(7).
01 WSReviewDate      PIC 9(8) VALUE 0.
01 WSReviewedCount   PIC 9(7) VALUE 0.
01 WSHolidayTable.
       02 WSHolDate OCCURS 200 TIMES PIC 9(8).
01 WSHolCount        PIC 9(3) VALUE 0.
01 WSHolIndex        PIC 9(3).
01 WSCheckDate       PIC 9(8).
01 WSDateInt         PIC 9(8).
01 WSWeekday         PIC 9(1).
01 WSIsBusinessDay   PIC X(1).
01 WSWeekTable.
       02 WSWeekEntry OCCURS 13 TIMES.
           03 WK-FirstBus      PIC 9(8).
           03 WK-LastBus       PIC 9(8).
           03 WK-BusDays       PIC 9(1).
01 WSWeekIdx         PIC 9(2).
01 WSDayIdx          PIC 9(1).
01 WSLookupID        PIC 9(7).
01 WSCustFound       PIC X(1).
01 WSCustIdx         PIC 9(5).
01 WSMaxCustomers    PIC 9(5) VALUE 20000.
01 WSCustCount       PIC 9(5) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 1 TO 20000 TIMES
               DEPENDING ON WSCustCount
               ASCENDING KEY IS FC-IDNum
               INDEXED BY FC-Idx.
           03 FC-IDNum         PIC 9(7).
           03 FC-Status        PIC X(1).
           03 FC-Branch        PIC X(2).
           03 FC-State         PIC X(2).
           03 FC-HoldFlag      PIC X(1).
           03 FC-Days          PIC 9(3).
01 WSBranchTable.
       02 WSBranchEntry OCCURS 50 TIMES.
           03 FB-Branch        PIC X(2).
           03 FB-Week          OCCURS 14 TIMES.
               04 FB-OpenAmt       PIC S9(11)V99.
               04 FB-OrderAmt      PIC S9(11)V99.
               04 FB-StandAmt      PIC S9(11)V99.
01 WSBranchUsed      PIC 9(2) VALUE 0.
01 WSBranchIdx       PIC 9(2).
01 WSSlot            PIC 9(2).
01 WSLookupBranch    PIC X(2).
01 WSShiftDone       PIC X(1).
01 WSTotalTable.
       02 FT-Week          OCCURS 14 TIMES.
           03 FT-OpenAmt       PIC S9(11)V99.
           03 FT-OrderAmt      PIC S9(11)V99.
           03 FT-StandAmt      PIC S9(11)V99.
01 WSSource          PIC X(1).
01 WSAmount          PIC S9(9)V99.
01 WSBaseDate        PIC 9(8).
01 WSCollectInt      PIC 9(8).
01 WSBucket          PIC 9(2).
01 WSInvoiceInt      PIC 9(8).
01 WSCycleDate       PIC 9(8).
01 WSCycleInt        PIC 9(8).
01 WSCycleCount      PIC 9(3).
01 WSNextDateParts.
       02 WSND-Year    PIC 9(4).
       02 WSND-Month   PIC 9(2).
       02 WSND-Day     PIC 9(2).
01 WSItemPrice       PIC 9(5)V99.
01 WSItemValid       PIC X(1).
01 WSItemAvail       PIC 9(7).
01 WSNetPrice        PIC 9(5)V99.
01 WSContractEff     PIC 9(8).
01 WSContractFound   PIC X(1).
01 WSTaxRate         PIC 9(2)V999.
01 WSTaxStatus       PIC X(1).
01 WSCycleGoods      PIC S9(9)V99.
01 WSOpenCount       PIC 9(7) VALUE 0.
01 WSOrderCount      PIC 9(7) VALUE 0.
01 WSStandCount      PIC 9(7) VALUE 0.
01 WSCycleTotal      PIC 9(7) VALUE 0.
01 WSWeekTotal       PIC S9(11)V99.
01 WSCumulative      PIC S9(11)V99.
01 WSSumOpen         PIC S9(11)V99.
01 WSSumOrder        PIC S9(11)V99.
01 WSSumStand        PIC S9(11)V99.
01 WSForecastLine.
       02 CF-Period.
           03 CF-Week          PIC ZZZ9.
           03 FILLER           PIC X(1).
           03 CF-Begins        PIC X(8).
           03 FILLER           PIC X(1).
           03 CF-Ends          PIC X(8).
           03 FILLER           PIC X(1).
           03 CF-Days          PIC ZZZ9.
       02 FILLER           PIC X(1).
       02 CF-OpenAmt       PIC -,---,---,--9.99.
       02 FILLER           PIC X(1).
       02 CF-OrderAmt      PIC -,---,---,--9.99.
       02 FILLER           PIC X(1).
       02 CF-StandAmt      PIC -,---,---,--9.99.
       02 FILLER           PIC X(1).
       02 CF-WeekTotal     PIC -,---,---,--9.99.
       02 FILLER           PIC X(1).
       02 CF-Cumulative    PIC -,---,---,--9.99.
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetForecastDate
       PERFORM LoadParms
       PERFORM LoadCalendar
       PERFORM BuildWeeks
       PERFORM LoadCustomers
       PERFORM LoadCreditFlags
       PERFORM LoadDaysToPay
       INITIALIZE WSBranchTable
       INITIALIZE WSTotalTable
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Orders.dat not found, no open orders forecast"
       END-IF
       PERFORM MeasureOrderLag
       PERFORM ForecastOpenItems
       PERFORM ForecastOpenOrders
       CLOSE OrderFile
       PERFORM ForecastStandingOrders
       PERFORM PrintForecast
       DISPLAY "Cash forecast for 13 weeks from " WSFirstBusDate
           ": open items " WSOpenCount "  open orders " WSOrderCount
       DISPLAY "  Standing orders " WSStandCount "  billing cycles "
           WSCycleTotal "  order-to-invoice lag " WSOrderLag " days"
       STOP RUN.

GetForecastDate.
       ACCEPT WSAsOfDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSAsOfDate
       END-ACCEPT
       IF WSAsOfDate = SPACES OR WSAsOfDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSAsOfDate
       END-IF
       MOVE WSAsOfDate TO WSForecastDate
       COMPUTE WSAsOfInt = FUNCTION INTEGER-OF-DATE(WSForecastDate)
       COMPUTE WSLagStartInt = WSAsOfInt - 365.

LoadParms.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ ParmFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF ParmRec(1:12) = "DEFAULTDAYS="
                           COMPUTE WSDefaultDays
                               = FUNCTION NUMVAL(ParmRec(13:3))
                       END-IF
                       IF ParmRec(1:13) = "ORDERLAGDAYS="
                           COMPUTE WSDefaultLag
                               = FUNCTION NUMVAL(ParmRec(14:3))
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile.

LoadCalendar.
       MOVE 0 TO WSHolCount
       OPEN INPUT CalendarFile
       IF WSCalendarStatus NOT = "00"
           DISPLAY "No business-day calendar on file (status "
               WSCalendarStatus "), weekends only"
           CLOSE CalendarFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ CalendarFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSHolCount < 200 AND HO-Date IS NUMERIC
                       ADD 1 TO WSHolCount
                       MOVE HO-Date TO WSHolDate(WSHolCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CalendarFile.

CheckBusinessDay.
       MOVE 'Y' TO WSIsBusinessDay
       COMPUTE WSDateInt
           = FUNCTION INTEGER-OF-DATE(WSCheckDate)
       COMPUTE WSWeekday = FUNCTION MOD(WSDateInt, 7)
       IF WSWeekday = 6 OR WSWeekday = 0
           MOVE 'N' TO WSIsBusinessDay
       END-IF
       PERFORM VARYING WSHolIndex FROM 1 BY 1
           UNTIL WSHolIndex > WSHolCount
           IF WSHolDate(WSHolIndex) = WSCheckDate
               MOVE 'N' TO WSIsBusinessDay
               MOVE WSHolCount TO WSHolIndex
           END-IF
       END-PERFORM.

RollForwardToBusinessDay.
       PERFORM CheckBusinessDay
       PERFORM UNTIL WSIsBusinessDay = 'Y'
           COMPUTE WSDateInt
               = FUNCTION INTEGER-OF-DATE(WSCheckDate) + 1
           COMPUTE WSCheckDate
               = FUNCTION DATE-OF-INTEGER(WSDateInt)
           PERFORM CheckBusinessDay
       END-PERFORM.

BuildWeeks.
       COMPUTE WSCheckDate = FUNCTION DATE-OF-INTEGER(WSAsOfInt + 1)
       PERFORM RollForwardToBusinessDay
       MOVE WSCheckDate TO WSFirstBusDate
       COMPUTE WSFirstBusInt = FUNCTION INTEGER-OF-DATE(WSFirstBusDate)
       COMPUTE WSWeekday = FUNCTION MOD(WSFirstBusInt, 7)
       COMPUTE WSWeekOneInt = WSFirstBusInt - WSWeekday + 1
       COMPUTE WSHorizonInt = WSWeekOneInt + 13 * 7 - 1
       PERFORM VARYING WSWeekIdx FROM 1 BY 1 UNTIL WSWeekIdx > 13
           MOVE 0 TO WK-FirstBus(WSWeekIdx)
           MOVE 0 TO WK-LastBus(WSWeekIdx)
           MOVE 0 TO WK-BusDays(WSWeekIdx)
           PERFORM VARYING WSDayIdx FROM 0 BY 1 UNTIL WSDayIdx > 6
               COMPUTE WSCheckDate = FUNCTION DATE-OF-INTEGER(
                   WSWeekOneInt + (WSWeekIdx - 1) * 7 + WSDayIdx)
               PERFORM CheckBusinessDay
               IF WSIsBusinessDay = 'Y'
                   IF WK-FirstBus(WSWeekIdx) = 0
                       MOVE WSCheckDate TO WK-FirstBus(WSWeekIdx)
                   END-IF
                   MOVE WSCheckDate TO WK-LastBus(WSWeekIdx)
                   ADD 1 TO WK-BusDays(WSWeekIdx)
               END-IF
           END-PERFORM
       END-PERFORM.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

LoadCustomers.
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ CustomerFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSCustCount = WSMaxCustomers
                       DISPLAY "More than " WSMaxCustomers
                           " customers on file"
                       CLOSE CustomerFile
                       STOP RUN WITH ERROR STATUS "CU"
                   END-IF
                   ADD 1 TO WSCustCount
                   INITIALIZE WSCustEntry(WSCustCount)
                   MOVE IDNum TO FC-IDNum(WSCustCount)
                   MOVE CustStatus TO FC-Status(WSCustCount)
                   IF CustBranch = SPACES
                       MOVE "01" TO FC-Branch(WSCustCount)
                   ELSE
                       MOVE CustBranch TO FC-Branch(WSCustCount)
                   END-IF
                   MOVE AddrState TO FC-State(WSCustCount)
                   MOVE 'N' TO FC-HoldFlag(WSCustCount)
                   MOVE WSDefaultDays TO FC-Days(WSCustCount)
           END-READ
       END-PERFORM
       CLOSE CustomerFile.

FindCustomer.
       MOVE 'N' TO WSCustFound
       IF WSCustCount > 0
           SEARCH ALL WSCustEntry
               AT END
                   CONTINUE
               WHEN FC-IDNum(FC-Idx) = WSLookupID
                   MOVE 'Y' TO WSCustFound
                   SET WSCustIdx TO FC-Idx
           END-SEARCH
       END-IF.

LoadCreditFlags.
       OPEN INPUT CreditFile
       IF WSCreditStatus NOT = "00"
           CLOSE CreditFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ CreditFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE CR-IDNum TO WSLookupID
                   PERFORM FindCustomer
                   IF WSCustFound = 'Y'
                       MOVE CR-HoldFlag TO FC-HoldFlag(WSCustIdx)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CreditFile.

LoadDaysToPay.
       OPEN INPUT ReviewFile
       IF WSReviewStatus NOT = "00"
           DISPLAY "No credit review on file, " WSDefaultDays
               " days to pay used for every customer"
           CLOSE ReviewFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ReviewFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE CV-ReviewDate TO WSReviewDate
                   IF CV-Payments > 0
                       MOVE CV-IDNum TO WSLookupID
                       PERFORM FindCustomer
                       IF WSCustFound = 'Y'
                           MOVE CV-WtdDays TO FC-Days(WSCustIdx)
                           ADD 1 TO WSReviewedCount
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReviewFile.

MeasureOrderLag.
       MOVE WSDefaultLag TO WSOrderLag
       IF WSOrderFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT InvoiceFile
       IF WSInvFileStatus NOT = "00"
           CLOSE InvoiceFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF InvDate IS NUMERIC AND InvDate > 16010101
                       PERFORM MeasureOneInvoice
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InvoiceFile
       IF WSLagCount > 0
           COMPUTE WSOrderLag ROUNDED = WSLagSum / WSLagCount
       END-IF.

MeasureOneInvoice.
       COMPUTE WSInvoiceInt = FUNCTION INTEGER-OF-DATE(InvDate)
       IF WSInvoiceInt < WSLagStartInt OR WSInvoiceInt > WSAsOfInt
           EXIT PARAGRAPH
       END-IF
       MOVE InvOrderNum TO OrderNum
       READ OrderFile
           KEY IS OrderNum
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       IF OrderDate IS NOT NUMERIC OR OrderDate < 16010101
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSLagDays = WSInvoiceInt
           - FUNCTION INTEGER-OF-DATE(OrderDate)
       IF WSLagDays < 0
           MOVE 0 TO WSLagDays
       END-IF
       IF WSLagDays > 999
           MOVE 999 TO WSLagDays
       END-IF
       ADD WSLagDays TO WSLagSum
       ADD 1 TO WSLagCount.

ForecastOpenItems.
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus NOT = "00"
           DISPLAY "OpenItems.dat not found, no open items forecast"
           CLOSE OpenItemFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OI-Status = 'O' AND OI-OpenAmount > 0
                       PERFORM ForecastOneOpenItem
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OpenItemFile.

ForecastOneOpenItem.
       MOVE OI-IDNum TO WSLookupID
       PERFORM FindCustomer
       IF WSCustFound = 'Y'
           MOVE FC-Branch(WSCustIdx) TO WSLookupBranch
       ELSE
           MOVE "01" TO WSLookupBranch
       END-IF
       IF OI-InvDate IS NUMERIC AND OI-InvDate > 16010101
           MOVE OI-InvDate TO WSBaseDate
       ELSE
           MOVE WSForecastDate TO WSBaseDate
       END-IF
       COMPUTE WSCollectInt = FUNCTION INTEGER-OF-DATE(WSBaseDate)
       PERFORM AddCustomerDays
       MOVE OI-OpenAmount TO WSAmount
       MOVE 'I' TO WSSource
       PERFORM AddToForecast
       ADD 1 TO WSOpenCount.

ForecastOpenOrders.
       IF WSOrderFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT InvoiceFile
       MOVE 'N' TO WSEOF
       MOVE 0 TO OrderNum
       START OrderFile KEY IS NOT LESS THAN OrderNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderStatus = 'O' OR OrderStatus = 'C'
                       PERFORM ForecastOneOrder
                   END-IF
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

ForecastOneOrder.
       IF OrderStatus = 'C'
           IF WSInvFileStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE OrderNum TO InvOrderNum
           READ InvoiceFile
               KEY IS InvOrderNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WSFirstBusInt TO WSCollectInt
       ELSE
           IF OrderDate IS NUMERIC AND OrderDate > 16010101
               COMPUTE WSCollectInt
                   = FUNCTION INTEGER-OF-DATE(OrderDate) + WSOrderLag
           ELSE
               MOVE WSFirstBusInt TO WSCollectInt
           END-IF
           IF WSCollectInt <= WSAsOfInt
               MOVE WSFirstBusInt TO WSCollectInt
           END-IF
       END-IF
       IF OrderBranch = SPACES
           MOVE "01" TO WSLookupBranch
       ELSE
           MOVE OrderBranch TO WSLookupBranch
       END-IF
       MOVE OrderIDNum TO WSLookupID
       PERFORM FindCustomer
       PERFORM AddCustomerDays
       COMPUTE WSAmount = OrderAmount + OrderTax
       MOVE 'O' TO WSSource
       PERFORM AddToForecast
       ADD 1 TO WSOrderCount.

ForecastStandingOrders.
       OPEN INPUT StandingFile
       IF WSStandStatus NOT = "00"
           CLOSE StandingFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ StandingFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SO-Active NOT = 'N'
                       PERFORM ForecastOneStanding
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StandingFile.

ForecastOneStanding.
       IF SO-NextDate IS NOT NUMERIC OR SO-NextDate < 16010101
           EXIT PARAGRAPH
       END-IF
       MOVE SO-IDNum TO WSLookupID
       PERFORM FindCustomer
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       IF FC-Status(WSCustIdx) NOT = 'A'
               OR FC-HoldFlag(WSCustIdx) = 'Y'
               OR FC-HoldFlag(WSCustIdx) = 'C'
           EXIT PARAGRAPH
       END-IF
       CALL "ITMVALID" USING SO-ItemCode, WSItemPrice, WSItemValid,
           WSItemAvail
       IF WSItemValid = 'N'
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSStandCount
       MOVE FC-Branch(WSCustIdx) TO WSLookupBranch
       MOVE SO-NextDate TO WSCycleDate
       COMPUTE WSCycleInt = FUNCTION INTEGER-OF-DATE(WSCycleDate)
       MOVE 0 TO WSCycleCount
       PERFORM UNTIL WSCycleInt > WSHorizonInt OR WSCycleCount > 60
           PERFORM ForecastOneCycle
           PERFORM RollCycleDate
           ADD 1 TO WSCycleCount
       END-PERFORM.

ForecastOneCycle.
       IF WSCycleInt <= WSAsOfInt
           MOVE WSFirstBusDate TO WSCheckDate
       ELSE
           MOVE WSCycleDate TO WSCheckDate
           PERFORM RollForwardToBusinessDay
       END-IF
       CALL "CONPRICE" USING SO-IDNum, SO-ItemCode, SO-Quantity,
           WSCheckDate, WSItemPrice, WSNetPrice, WSContractEff,
           WSContractFound
       COMPUTE WSCycleGoods = SO-Quantity * WSNetPrice
       CALL "TAXRATE" USING FC-State(WSCustIdx), WSCheckDate,
           WSTaxRate, WSTaxStatus
       IF WSTaxStatus = 'Y'
           COMPUTE WSAmount ROUNDED
               = WSCycleGoods + WSCycleGoods * WSTaxRate / 100
       ELSE
           MOVE WSCycleGoods TO WSAmount
       END-IF
       COMPUTE WSCollectInt = FUNCTION INTEGER-OF-DATE(WSCheckDate)
           + WSOrderLag
       PERFORM AddCustomerDays
       MOVE 'S' TO WSSource
       PERFORM AddToForecast
       ADD 1 TO WSCycleTotal.

RollCycleDate.
       IF SO-Frequency = 'W'
           COMPUTE WSDateInt
               = FUNCTION INTEGER-OF-DATE(WSCycleDate) + 7
           COMPUTE WSCycleDate
               = FUNCTION DATE-OF-INTEGER(WSDateInt)
       ELSE
           MOVE WSCycleDate TO WSNextDateParts
           ADD 1 TO WSND-Month
           IF WSND-Month > 12
               MOVE 1 TO WSND-Month
               ADD 1 TO WSND-Year
           END-IF
           IF WSND-Day > 28
               MOVE 28 TO WSND-Day
           END-IF
           MOVE WSNextDateParts TO WSCycleDate
       END-IF
       COMPUTE WSCycleInt = FUNCTION INTEGER-OF-DATE(WSCycleDate).

AddCustomerDays.
       IF WSCustFound = 'Y'
           ADD FC-Days(WSCustIdx) TO WSCollectInt
       ELSE
           ADD WSDefaultDays TO WSCollectInt
       END-IF.

AddToForecast.
       IF WSCollectInt <= WSAsOfInt
           MOVE WSFirstBusInt TO WSCollectInt
       ELSE
           COMPUTE WSCheckDate = FUNCTION DATE-OF-INTEGER(WSCollectInt)
           PERFORM RollForwardToBusinessDay
           COMPUTE WSCollectInt = FUNCTION INTEGER-OF-DATE(WSCheckDate)
       END-IF
       IF WSCollectInt > WSHorizonInt
           MOVE 14 TO WSBucket
       ELSE
           COMPUTE WSBucket = (WSCollectInt - WSWeekOneInt) / 7 + 1
       END-IF
       PERFORM FindBranchSlot
       EVALUATE WSSource
           WHEN 'I'
               ADD WSAmount TO FT-OpenAmt(WSBucket)
               IF WSSlot > 0
                   ADD WSAmount TO FB-OpenAmt(WSSlot, WSBucket)
               END-IF
           WHEN 'O'
               ADD WSAmount TO FT-OrderAmt(WSBucket)
               IF WSSlot > 0
                   ADD WSAmount TO FB-OrderAmt(WSSlot, WSBucket)
               END-IF
           WHEN OTHER
               ADD WSAmount TO FT-StandAmt(WSBucket)
               IF WSSlot > 0
                   ADD WSAmount TO FB-StandAmt(WSSlot, WSBucket)
               END-IF
       END-EVALUATE.

FindBranchSlot.
       MOVE 0 TO WSSlot
       PERFORM VARYING WSBranchIdx FROM 1 BY 1
           UNTIL WSBranchIdx > WSBranchUsed OR WSSlot > 0
           IF FB-Branch(WSBranchIdx) = WSLookupBranch
               MOVE WSBranchIdx TO WSSlot
           END-IF
       END-PERFORM
       IF WSSlot = 0 AND WSBranchUsed < 50
           ADD 1 TO WSBranchUsed
           MOVE WSBranchUsed TO WSSlot
           MOVE 'N' TO WSShiftDone
           PERFORM UNTIL WSShiftDone = 'Y'
               IF WSSlot = 1
                   MOVE 'Y' TO WSShiftDone
               ELSE
                   IF FB-Branch(WSSlot - 1) < WSLookupBranch
                       MOVE 'Y' TO WSShiftDone
                   ELSE
                       MOVE WSBranchEntry(WSSlot - 1)
                           TO WSBranchEntry(WSSlot)
                       SUBTRACT 1 FROM WSSlot
                   END-IF
               END-IF
           END-PERFORM
           INITIALIZE WSBranchEntry(WSSlot)
           MOVE WSLookupBranch TO FB-Branch(WSSlot)
       END-IF.

PrintForecast.
       MOVE 'O' TO RW-Action
       MOVE "CashForecast.rpt" TO RW-ReportName
       MOVE "Thirteen-Week Cash Forecast" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Week Begins   Ends     Days       Open Items      Open Orders    Standing Ords       Week Total       Cumulative"
           TO RW-HeadCol
       MOVE "---- -------- -------- ---- ---------------- ---------------- ---------------- ---------------- ----------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Collections expected by business week from "
               DELIMITED BY SIZE
           WK-FirstBus(1) DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WK-LastBus(13) DELIMITED BY SIZE
           ", as of " DELIMITED BY SIZE
           WSForecastDate DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       IF WSReviewedCount > 0
           STRING "Days to pay from the credit review of "
                   DELIMITED BY SIZE
               WSReviewDate DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               WSReviewedCount DELIMITED BY SIZE
               " customers, " DELIMITED BY SIZE
               WSDefaultDays DELIMITED BY SIZE
               " days for the rest" DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
       ELSE
           STRING "No credit review on file, " DELIMITED BY SIZE
               WSDefaultDays DELIMITED BY SIZE
               " days to pay for every customer" DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
       END-IF
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Orders expected to invoice " DELIMITED BY SIZE
           WSOrderLag DELIMITED BY SIZE
           " days after entry; overdue amounts fall in week 1"
               DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       PERFORM VARYING WSBranchIdx FROM 1 BY 1
           UNTIL WSBranchIdx > WSBranchUsed
           PERFORM PrintBranchForecast
       END-PERFORM
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE "All branches" TO RW-Line
       PERFORM WriteReportLine
       MOVE 0 TO WSCumulative
       MOVE 0 TO WSSumOpen
       MOVE 0 TO WSSumOrder
       MOVE 0 TO WSSumStand
       PERFORM VARYING WSWeekIdx FROM 1 BY 1 UNTIL WSWeekIdx > 14
           MOVE FT-OpenAmt(WSWeekIdx) TO CF-OpenAmt
           MOVE FT-OrderAmt(WSWeekIdx) TO CF-OrderAmt
           MOVE FT-StandAmt(WSWeekIdx) TO CF-StandAmt
           COMPUTE WSWeekTotal = FT-OpenAmt(WSWeekIdx)
               + FT-OrderAmt(WSWeekIdx) + FT-StandAmt(WSWeekIdx)
           ADD FT-OpenAmt(WSWeekIdx) TO WSSumOpen
           ADD FT-OrderAmt(WSWeekIdx) TO WSSumOrder
           ADD FT-StandAmt(WSWeekIdx) TO WSSumStand
           PERFORM PrintWeekLine
       END-PERFORM
       PERFORM PrintTotalLine
       MOVE SPACES TO WSTrailerLine
       STRING "Open items: " DELIMITED BY SIZE
           WSOpenCount DELIMITED BY SIZE
           "  open orders: " DELIMITED BY SIZE
           WSOrderCount DELIMITED BY SIZE
           "  standing orders: " DELIMITED BY SIZE
           WSStandCount DELIMITED BY SIZE
           "  billing cycles: " DELIMITED BY SIZE
           WSCycleTotal DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintBranchForecast.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Branch " DELIMITED BY SIZE
           FB-Branch(WSBranchIdx) DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE 0 TO WSCumulative
       MOVE 0 TO WSSumOpen
       MOVE 0 TO WSSumOrder
       MOVE 0 TO WSSumStand
       PERFORM VARYING WSWeekIdx FROM 1 BY 1 UNTIL WSWeekIdx > 14
           MOVE FB-OpenAmt(WSBranchIdx, WSWeekIdx) TO CF-OpenAmt
           MOVE FB-OrderAmt(WSBranchIdx, WSWeekIdx) TO CF-OrderAmt
           MOVE FB-StandAmt(WSBranchIdx, WSWeekIdx) TO CF-StandAmt
           COMPUTE WSWeekTotal = FB-OpenAmt(WSBranchIdx, WSWeekIdx)
               + FB-OrderAmt(WSBranchIdx, WSWeekIdx)
               + FB-StandAmt(WSBranchIdx, WSWeekIdx)
           ADD FB-OpenAmt(WSBranchIdx, WSWeekIdx) TO WSSumOpen
           ADD FB-OrderAmt(WSBranchIdx, WSWeekIdx) TO WSSumOrder
           ADD FB-StandAmt(WSBranchIdx, WSWeekIdx) TO WSSumStand
           PERFORM PrintWeekLine
       END-PERFORM
       PERFORM PrintTotalLine.

PrintWeekLine.
       ADD WSWeekTotal TO WSCumulative
       MOVE WSWeekTotal TO CF-WeekTotal
       MOVE WSCumulative TO CF-Cumulative
       MOVE SPACES TO CF-Period
       IF WSWeekIdx > 13
           MOVE "After week 13" TO CF-Period
       ELSE
           MOVE WSWeekIdx TO CF-Week
           MOVE WK-BusDays(WSWeekIdx) TO CF-Days
           IF WK-BusDays(WSWeekIdx) > 0
               MOVE WK-FirstBus(WSWeekIdx) TO CF-Begins
               MOVE WK-LastBus(WSWeekIdx) TO CF-Ends
           END-IF
       END-IF
       MOVE WSForecastLine TO RW-Line
       PERFORM WriteReportLine.

PrintTotalLine.
       MOVE SPACES TO CF-Period
       MOVE "Total" TO CF-Period
       MOVE WSSumOpen TO CF-OpenAmt
       MOVE WSSumOrder TO CF-OrderAmt
       MOVE WSSumStand TO CF-StandAmt
       MOVE WSCumulative TO CF-WeekTotal
       MOVE WSCumulative TO CF-Cumulative
       MOVE WSForecastLine TO RW-Line
       PERFORM WriteReportLine.
