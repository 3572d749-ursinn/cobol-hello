       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example122.
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
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT PayApplyFile ASSIGN TO "PayApplied.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PA-Key
           FILE STATUS IS WSPayApplyStatus.
       SELECT HistoryFile ASSIGN TO "CRREVHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT DunningHistFile ASSIGN TO "CRREVDUN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDunningStatus.
       SELECT SnapshotFile ASSIGN TO "CRREVSNAP"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SN-IDNum
           ALTERNATE RECORD KEY IS SN-LastName WITH DUPLICATES
           FILE STATUS IS WSSnapStatus.
       SELECT SnapListFile ASSIGN TO "CreditSnapList.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSnapListStatus.
       SELECT ParmFile ASSIGN TO "CreditReviewParms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
       SELECT ReviewWorkFile ASSIGN TO "CreditReview.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWorkStatus.
       SELECT SortWorkFile ASSIGN TO "CreditSort.wrk".
       SELECT ReviewFile ASSIGN TO "CreditReview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReviewStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD CreditFile.
    COPY CREDREC.

FD OpenItemFile.
    COPY OPENITEM.

FD PayApplyFile.
    COPY PAYAPPL.

FD HistoryFile.
    COPY PAYHIST.

FD DunningHistFile.
01 DunningHistLine.
       02 DN-IDNum     PIC 9(7).
       02 DN-Level     PIC 9(1).
       02 DN-Date      PIC 9(8).
       02 DN-Amount    PIC 9(7)V99.

FD SnapshotFile.
    COPY CUSTREC REPLACING
        ==CustomerData==  BY ==SnapCustomerData==
        ==IDNum==         BY ==SN-IDNum==
        ==CustName==      BY ==SN-CustName==
        ==FirstName==     BY ==SN-FirstName==
        ==LastName==      BY ==SN-LastName==
        ==CustAddress==   BY ==SN-CustAddress==
        ==AddrLine1==     BY ==SN-AddrLine1==
        ==AddrCity==      BY ==SN-AddrCity==
        ==AddrState==     BY ==SN-AddrState==
        ==AddrZip==       BY ==SN-AddrZip==
        ==PhoneNumber==   BY ==SN-PhoneNumber==
        ==CustStatus==    BY ==SN-CustStatus==
        ==FullName==      BY ==SN-FullName==
        ==DateAdded==     BY ==SN-DateAdded==
        ==CustBalance==   BY ==SN-CustBalance==
        ==AddrUndeliv==   BY ==SN-AddrUndeliv==
        ==CustBranch==    BY ==SN-CustBranch==.

FD SnapListFile.
01 SnapListRec   PIC X(80).

FD ParmFile.
01 ParmRec       PIC X(80).

FD ReviewWorkFile.
    COPY CREDREV REPLACING
        ==CreditReviewRec==  BY ==ReviewWorkRec==
        ==CV-IDNum==         BY ==CW-IDNum==
        ==CV-ReviewDate==    BY ==CW-ReviewDate==
        ==CV-Payments==      BY ==CW-Payments==
        ==CV-AvgDays==       BY ==CW-AvgDays==
        ==CV-WtdDays==       BY ==CW-WtdDays==
        ==CV-NSFCount==      BY ==CW-NSFCount==
        ==CV-DunCount==      BY ==CW-DunCount==
        ==CV-DunLevel==      BY ==CW-DunLevel==
        ==CV-Balance==       BY ==CW-Balance==
        ==CV-HighBal==       BY ==CW-HighBal==
        ==CV-OldLimit==      BY ==CW-OldLimit==
        ==CV-HoldFlag==      BY ==CW-HoldFlag==
        ==CV-Action==        BY ==CW-Action==
        ==CV-NewLimit==      BY ==CW-NewLimit==
        ==CV-Reason==        BY ==CW-Reason==
        ==CV-Status==        BY ==CW-Status==.

SD SortWorkFile.
    COPY CREDREV REPLACING
        ==CreditReviewRec==  BY ==SortReviewRec==
        ==CV-IDNum==         BY ==CS-IDNum==
        ==CV-ReviewDate==    BY ==CS-ReviewDate==
        ==CV-Payments==      BY ==CS-Payments==
        ==CV-AvgDays==       BY ==CS-AvgDays==
        ==CV-WtdDays==       BY ==CS-WtdDays==
        ==CV-NSFCount==      BY ==CS-NSFCount==
        ==CV-DunCount==      BY ==CS-DunCount==
        ==CV-DunLevel==      BY ==CS-DunLevel==
        ==CV-Balance==       BY ==CS-Balance==
        ==CV-HighBal==       BY ==CS-HighBal==
        ==CV-OldLimit==      BY ==CS-OldLimit==
        ==CV-HoldFlag==      BY ==CS-HoldFlag==
        ==CV-Action==        BY ==CS-Action==
        ==CV-NewLimit==      BY ==CS-NewLimit==
        ==CV-Reason==        BY ==CS-Reason==
        ==CV-Status==        BY ==CS-Status==.

FD ReviewFile.
    COPY CREDREV.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSPayApplyStatus  PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSDunningStatus   PIC X(2).
01 WSSnapStatus      PIC X(2).
01 WSSnapListStatus  PIC X(2).
01 WSParmStatus      PIC X(2).
01 WSWorkStatus      PIC X(2).
01 WSReviewStatus    PIC X(2).
01 WSSnapListName    PIC X(80) VALUE "CreditSnapList.tmp".
01 WSWorkName        PIC X(80) VALUE "CreditReview.wrk".
01 WSCommand         PIC X(200).
01 WSAsOfDate        PIC X(8).
01 WSReviewDate      PIC 9(8).
01 WSWindowStart     PIC 9(8).
01 WSStartMonth      PIC 9(6).
01 WSReviewMonth     PIC 9(6).
01 WSYear            PIC 9(4).
01 WSLastYear        PIC 9(4).
01 WSHistName        PIC X(40).
01 WSSnapName        PIC X(80).
01 WSSnapMonth       PIC X(6).
01 WSSnapCount       PIC 9(3) VALUE 0.
01 WSSnapEOF         PIC A(1).
01 WSRaiseDays       PIC 9(3) VALUE 30.
01 WSLowerDays       PIC 9(3) VALUE 60.
01 WSNSFLower        PIC 9(3) VALUE 2.
01 WSDunLower        PIC 9(1) VALUE 3.
01 WSUsagePct        PIC 9(3) VALUE 80.
01 WSStepPct         PIC 9(3) VALUE 25.
01 WSLookupID        PIC 9(7).
01 WSCustFound       PIC X(1).
01 WSCustIdx         PIC 9(5).
01 WSMaxCustomers    PIC 9(5) VALUE 20000.
01 WSCustCount       PIC 9(5) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 1 TO 20000 TIMES
               DEPENDING ON WSCustCount
               ASCENDING KEY IS RV-IDNum
               INDEXED BY RV-Idx.
           03 RV-IDNum         PIC 9(7).
           03 RV-Status        PIC X(1).
           03 RV-Balance       PIC S9(7)V99.
           03 RV-HighBal       PIC S9(7)V99.
           03 RV-Limit         PIC 9(7)V99.
           03 RV-HoldFlag      PIC X(1).
           03 RV-Payments      PIC 9(5).
           03 RV-DaysSum       PIC 9(9).
           03 RV-WtdSum        PIC 9(13)V99.
           03 RV-AppliedSum    PIC 9(11)V99.
           03 RV-NSFCount      PIC 9(3).
           03 RV-DunCount      PIC 9(3).
           03 RV-DunLevel      PIC 9(1).
01 WSBatchCount      PIC 9(5) VALUE 0.
01 WSBatchTable.
       02 WSBatchEntry OCCURS 1 TO 20000 TIMES
               DEPENDING ON WSBatchCount
               ASCENDING KEY IS BT-Batch
               INDEXED BY BT-Idx.
           03 BT-Batch         PIC X(14).
           03 BT-Date          PIC 9(8).
01 WSLastBatch       PIC X(14) VALUE SPACES.
01 WSPayDate         PIC 9(8).
01 WSDaysToPay       PIC S9(7).
01 WSApplyCount      PIC 9(7) VALUE 0.
01 WSUnmatchedCount  PIC 9(7) VALUE 0.
01 WSReviewedCount   PIC 9(7) VALUE 0.
01 WSRaiseCount      PIC 9(7) VALUE 0.
01 WSHoldCount       PIC 9(7) VALUE 0.
01 WSLowerCount      PIC 9(7) VALUE 0.
01 WSUsageMark       PIC 9(9)V99.
01 WSStepped         PIC 9(9)V99.
01 WSFloor           PIC 9(9)V99.
01 WSHundreds        PIC 9(7).
01 WSRank            PIC 9(5) VALUE 0.
01 WSDetailLine.
       02 CL-Rank          PIC ZZZ9.
       02 FILLER           PIC X(1).
       02 CL-IDNum         PIC 9(7).
       02 FILLER           PIC X(1).
       02 CL-Name          PIC X(14).
       02 FILLER           PIC X(1).
       02 CL-Payments      PIC ZZZ9.
       02 FILLER           PIC X(1).
       02 CL-AvgDays       PIC ZZ9.
       02 FILLER           PIC X(1).
       02 CL-WtdDays       PIC ZZ9.
       02 FILLER           PIC X(1).
       02 CL-NSFCount      PIC ZZ9.
       02 FILLER           PIC X(1).
       02 CL-DunCount      PIC ZZ9.
       02 FILLER           PIC X(1).
       02 CL-DunLevel      PIC Z9.
       02 FILLER           PIC X(1).
       02 CL-HighBal       PIC -,---,--9.99.
       02 FILLER           PIC X(1).
       02 CL-OldLimit      PIC Z,ZZZ,ZZ9.99.
       02 FILLER           PIC X(1).
       02 CL-Action        PIC X(5).
       02 FILLER           PIC X(1).
       02 CL-NewLimit      PIC Z,ZZZ,ZZ9.99.
       02 FILLER           PIC X(1).
       02 CL-Reason        PIC X(22).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetReviewDate
       PERFORM LoadParms
       PERFORM LoadCustomers
       PERFORM LoadCreditLimits
       MOVE WSWindowStart(1:4) TO WSYear
       MOVE WSReviewDate(1:4) TO WSLastYear
       SUBTRACT 1 FROM WSLastYear
       PERFORM ReadHistoryArchive
           UNTIL WSYear > WSLastYear
       MOVE "PaymentHistory.dat" TO WSHistName
       PERFORM ReadOneHistoryFile
       MOVE "DunningHist.dat" TO WSHistName
       PERFORM ReadOneDunningFile
       PERFORM MatchApplications
       PERFORM LoadHighBalances
       PERFORM BuildReviewWork
       SORT SortWorkFile
           ON DESCENDING KEY CS-WtdDays CS-NSFCount CS-HighBal
           ON ASCENDING KEY CS-IDNum
           USING ReviewWorkFile
           GIVING ReviewFile
       CALL "CBL_DELETE_FILE" USING WSWorkName
       PERFORM PrintReview
       DISPLAY "Credit review for the year to " WSReviewDate
           ": accounts " WSReviewedCount
       DISPLAY "  Raise " WSRaiseCount "  hold " WSHoldCount
           "  lower " WSLowerCount
       DISPLAY "  Payment applications matched " WSApplyCount
           "  invoice not found " WSUnmatchedCount
       STOP RUN.

GetReviewDate.
       ACCEPT WSAsOfDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSAsOfDate
       END-ACCEPT
       IF WSAsOfDate = SPACES OR WSAsOfDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSAsOfDate
       END-IF
       MOVE WSAsOfDate TO WSReviewDate
       COMPUTE WSWindowStart = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSReviewDate) - 365)
       MOVE WSWindowStart(1:6) TO WSStartMonth
       MOVE WSReviewDate(1:6) TO WSReviewMonth.

LoadParms.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ ParmFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF ParmRec(1:10) = "RAISEDAYS="
                           COMPUTE WSRaiseDays
                               = FUNCTION NUMVAL(ParmRec(11:3))
                       END-IF
                       IF ParmRec(1:10) = "LOWERDAYS="
                           COMPUTE WSLowerDays
                               = FUNCTION NUMVAL(ParmRec(11:3))
                       END-IF
                       IF ParmRec(1:9) = "NSFLOWER="
                           COMPUTE WSNSFLower
                               = FUNCTION NUMVAL(ParmRec(10:3))
                       END-IF
                       IF ParmRec(1:9) = "DUNLOWER="
                           COMPUTE WSDunLower
                               = FUNCTION NUMVAL(ParmRec(10:1))
                       END-IF
                       IF ParmRec(1:9) = "USAGEPCT="
                           COMPUTE WSUsagePct
                               = FUNCTION NUMVAL(ParmRec(10:3))
                       END-IF
                       IF ParmRec(1:8) = "STEPPCT="
                           COMPUTE WSStepPct
                               = FUNCTION NUMVAL(ParmRec(9:3))
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile.

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
                   MOVE IDNum TO RV-IDNum(WSCustCount)
                   MOVE CustStatus TO RV-Status(WSCustCount)
                   MOVE CustBalance TO RV-Balance(WSCustCount)
                   MOVE CustBalance TO RV-HighBal(WSCustCount)
           END-READ
       END-PERFORM
       CLOSE CustomerFile.

FindCustomer.
       MOVE 'N' TO WSCustFound
       IF WSCustCount > 0
           SEARCH ALL WSCustEntry
               AT END
                   CONTINUE
               WHEN RV-IDNum(RV-Idx) = WSLookupID
                   MOVE 'Y' TO WSCustFound
                   SET WSCustIdx TO RV-Idx
           END-SEARCH
       END-IF.

LoadCreditLimits.
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
                       MOVE CR-Limit TO RV-Limit(WSCustIdx)
                       MOVE CR-HoldFlag TO RV-HoldFlag(WSCustIdx)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CreditFile.

ReadHistoryArchive.
       MOVE SPACES TO WSHistName
       STRING "PaymentHistory." DELIMITED BY SIZE
           WSYear DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSHistName
       END-STRING
       PERFORM ReadOneHistoryFile
       MOVE SPACES TO WSHistName
       STRING "DunningHist." DELIMITED BY SIZE
           WSYear DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSHistName
       END-STRING
       PERFORM ReadOneDunningFile
       ADD 1 TO WSYear.

ReadOneHistoryFile.
       SET ENVIRONMENT "CRREVHIST" TO WSHistName
       OPEN INPUT HistoryFile
       IF WSHistFileStatus NOT = "00"
           CLOSE HistoryFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ HistoryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM TallyHistoryLine
           END-READ
       END-PERFORM
       CLOSE HistoryFile.

TallyHistoryLine.
       IF (PH-Type = "PY" OR PH-Type = SPACES)
               AND PH-Batch NOT = SPACES
               AND PH-Batch > WSLastBatch
               AND WSBatchCount < 20000
           ADD 1 TO WSBatchCount
           MOVE PH-Batch TO BT-Batch(WSBatchCount)
           MOVE PH-Date TO BT-Date(WSBatchCount)
           MOVE PH-Batch TO WSLastBatch
       END-IF
       IF PH-Type = "NR"
               AND PH-Date >= WSWindowStart
               AND PH-Date <= WSReviewDate
           MOVE PH-IDNum TO WSLookupID
           PERFORM FindCustomer
           IF WSCustFound = 'Y' AND RV-NSFCount(WSCustIdx) < 999
               ADD 1 TO RV-NSFCount(WSCustIdx)
           END-IF
       END-IF.

ReadOneDunningFile.
       SET ENVIRONMENT "CRREVDUN" TO WSHistName
       OPEN INPUT DunningHistFile
       IF WSDunningStatus NOT = "00"
           CLOSE DunningHistFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ DunningHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DN-Date >= WSWindowStart
                           AND DN-Date <= WSReviewDate
                       PERFORM TallyDunningLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DunningHistFile.

TallyDunningLine.
       MOVE DN-IDNum TO WSLookupID
       PERFORM FindCustomer
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       IF RV-DunCount(WSCustIdx) < 999
           ADD 1 TO RV-DunCount(WSCustIdx)
       END-IF
       IF DN-Level IS NUMERIC AND DN-Level > RV-DunLevel(WSCustIdx)
           MOVE DN-Level TO RV-DunLevel(WSCustIdx)
       END-IF.

MatchApplications.
       OPEN INPUT PayApplyFile
       IF WSPayApplyStatus NOT = "00"
           CLOSE PayApplyFile
           DISPLAY "PayApplied.dat not found, no days-to-pay figures"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus NOT = "00"
           CLOSE OpenItemFile
           CLOSE PayApplyFile
           DISPLAY "OpenItems.dat not found, no days-to-pay figures"
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ PayApplyFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PA-Status = 'A' AND PA-InvoiceNum > 0
                       PERFORM MatchOneApplication
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OpenItemFile
       CLOSE PayApplyFile.

MatchOneApplication.
       PERFORM FindPaymentDate
       IF WSPayDate < WSWindowStart OR WSPayDate > WSReviewDate
           EXIT PARAGRAPH
       END-IF
       MOVE PA-IDNum TO WSLookupID
       PERFORM FindCustomer
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE PA-InvoiceNum TO OI-InvoiceNum
       READ OpenItemFile
           KEY IS OI-InvoiceNum
           INVALID KEY
               ADD 1 TO WSUnmatchedCount
           NOT INVALID KEY
               PERFORM AddDaysToPay
       END-READ.

FindPaymentDate.
       MOVE 0 TO WSPayDate
       IF WSBatchCount > 0
           SEARCH ALL WSBatchEntry
               AT END
                   CONTINUE
               WHEN BT-Batch(BT-Idx) = PA-Batch
                   MOVE BT-Date(BT-Idx) TO WSPayDate
           END-SEARCH
       END-IF
       IF WSPayDate = 0 AND PA-Batch(1:8) IS NUMERIC
           MOVE PA-Batch(1:8) TO WSPayDate
       END-IF.

AddDaysToPay.
       COMPUTE WSDaysToPay = FUNCTION INTEGER-OF-DATE(WSPayDate)
           - FUNCTION INTEGER-OF-DATE(OI-InvDate)
       IF WSDaysToPay < 0
           MOVE 0 TO WSDaysToPay
       END-IF
       IF WSDaysToPay > 999
           MOVE 999 TO WSDaysToPay
       END-IF
       IF RV-Payments(WSCustIdx) < 99999
           ADD 1 TO RV-Payments(WSCustIdx)
           ADD WSDaysToPay TO RV-DaysSum(WSCustIdx)
           COMPUTE RV-WtdSum(WSCustIdx) = RV-WtdSum(WSCustIdx)
               + WSDaysToPay * PA-Applied
           ADD PA-Applied TO RV-AppliedSum(WSCustIdx)
       END-IF
       ADD 1 TO WSApplyCount.

LoadHighBalances.
       MOVE "ls MonthEnd/*/Customer.dat > CreditSnapList.tmp 2>/dev/null"
           TO WSCommand
       CALL "SYSTEM" USING WSCommand
       OPEN INPUT SnapListFile
       IF WSSnapListStatus NOT = "00"
           CLOSE SnapListFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ SnapListFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SnapListRec(10:6) TO WSSnapMonth
                   IF WSSnapMonth IS NUMERIC
                           AND WSSnapMonth >= WSStartMonth
                           AND WSSnapMonth <= WSReviewMonth
                       MOVE SnapListRec TO WSSnapName
                       PERFORM ReadOneSnapshot
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SnapListFile
       CALL "CBL_DELETE_FILE" USING WSSnapListName.

ReadOneSnapshot.
       SET ENVIRONMENT "CRREVSNAP" TO WSSnapName
       OPEN INPUT SnapshotFile
       IF WSSnapStatus NOT = "00"
           CLOSE SnapshotFile
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSSnapCount
       MOVE 'N' TO WSSnapEOF
       PERFORM UNTIL WSSnapEOF = 'Y'
           READ SnapshotFile NEXT RECORD
               AT END MOVE 'Y' TO WSSnapEOF
               NOT AT END
                   MOVE SN-IDNum TO WSLookupID
                   PERFORM FindCustomer
                   IF WSCustFound = 'Y'
                           AND SN-CustBalance > RV-HighBal(WSCustIdx)
                       MOVE SN-CustBalance TO RV-HighBal(WSCustIdx)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SnapshotFile.

BuildReviewWork.
       OPEN OUTPUT ReviewWorkFile
       IF WSWorkStatus NOT = "00"
           DISPLAY "CreditReview.wrk I/O problem, status: "
               WSWorkStatus
           STOP RUN WITH ERROR STATUS WSWorkStatus
       END-IF
       PERFORM VARYING WSCustIdx FROM 1 BY 1
           UNTIL WSCustIdx > WSCustCount
           IF RV-Status(WSCustIdx) NOT = 'D'
               PERFORM ReviewOneCustomer
               WRITE ReviewWorkRec
               ADD 1 TO WSReviewedCount
           END-IF
       END-PERFORM
       CLOSE ReviewWorkFile.

ReviewOneCustomer.
       INITIALIZE ReviewWorkRec
       MOVE RV-IDNum(WSCustIdx) TO CW-IDNum
       MOVE WSReviewDate TO CW-ReviewDate
       MOVE RV-Payments(WSCustIdx) TO CW-Payments
       IF RV-Payments(WSCustIdx) > 0
           COMPUTE CW-AvgDays ROUNDED
               = RV-DaysSum(WSCustIdx) / RV-Payments(WSCustIdx)
       END-IF
       IF RV-AppliedSum(WSCustIdx) > 0
           COMPUTE CW-WtdDays ROUNDED
               = RV-WtdSum(WSCustIdx) / RV-AppliedSum(WSCustIdx)
       END-IF
       MOVE RV-NSFCount(WSCustIdx) TO CW-NSFCount
       MOVE RV-DunCount(WSCustIdx) TO CW-DunCount
       MOVE RV-DunLevel(WSCustIdx) TO CW-DunLevel
       MOVE RV-Balance(WSCustIdx) TO CW-Balance
       MOVE RV-HighBal(WSCustIdx) TO CW-HighBal
       MOVE RV-Limit(WSCustIdx) TO CW-OldLimit
       MOVE RV-HoldFlag(WSCustIdx) TO CW-HoldFlag
       MOVE RV-Limit(WSCustIdx) TO CW-NewLimit
       MOVE 'H' TO CW-Action
       MOVE 'P' TO CW-Status
       PERFORM RecommendLimit
       EVALUATE CW-Action
           WHEN 'R'
               ADD 1 TO WSRaiseCount
           WHEN 'L'
               ADD 1 TO WSLowerCount
           WHEN OTHER
               ADD 1 TO WSHoldCount
       END-EVALUATE.

RecommendLimit.
       IF CW-HoldFlag = 'Y'
           MOVE "on credit hold" TO CW-Reason
           EXIT PARAGRAPH
       END-IF
       IF CW-HoldFlag = 'C'
           MOVE "cash-only terms" TO CW-Reason
           EXIT PARAGRAPH
       END-IF
       IF CW-NSFCount >= WSNSFLower AND WSNSFLower > 0
           MOVE SPACES TO CW-Reason
           STRING CW-NSFCount DELIMITED BY SIZE
               " returned checks" DELIMITED BY SIZE
               INTO CW-Reason
           END-STRING
           PERFORM ProposeLower
           EXIT PARAGRAPH
       END-IF
       IF CW-DunLevel >= WSDunLower AND WSDunLower > 0
           MOVE SPACES TO CW-Reason
           STRING "dunned to level " DELIMITED BY SIZE
               CW-DunLevel DELIMITED BY SIZE
               INTO CW-Reason
           END-STRING
           PERFORM ProposeLower
           EXIT PARAGRAPH
       END-IF
       IF CW-Payments > 0 AND CW-WtdDays > WSLowerDays
           MOVE SPACES TO CW-Reason
           STRING "slow, " DELIMITED BY SIZE
               CW-WtdDays DELIMITED BY SIZE
               " days weighted" DELIMITED BY SIZE
               INTO CW-Reason
           END-STRING
           PERFORM ProposeLower
           EXIT PARAGRAPH
       END-IF
       IF CW-Payments = 0
           MOVE "no payments in period" TO CW-Reason
           EXIT PARAGRAPH
       END-IF
       IF CW-OldLimit = 0
           MOVE "unlimited, prompt" TO CW-Reason
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSUsageMark = CW-OldLimit * WSUsagePct / 100
       IF CW-WtdDays <= WSRaiseDays
               AND CW-NSFCount = 0
               AND CW-DunLevel < 2
               AND CW-HighBal >= WSUsageMark
           COMPUTE WSStepped = CW-OldLimit * (100 + WSStepPct) / 100
           COMPUTE WSHundreds = (WSStepped + 99.99) / 100
           COMPUTE CW-NewLimit = WSHundreds * 100
           MOVE 'R' TO CW-Action
           MOVE "prompt, near limit" TO CW-Reason
           EXIT PARAGRAPH
       END-IF
       MOVE "no change indicated" TO CW-Reason.

ProposeLower.
       MOVE 0 TO WSFloor
       IF CW-Balance > 0
           COMPUTE WSHundreds = (CW-Balance + 99.99) / 100
           COMPUTE WSFloor = WSHundreds * 100
       END-IF
       IF CW-OldLimit = 0
           IF CW-HighBal > 0
               COMPUTE WSHundreds = (CW-HighBal + 99.99) / 100
               COMPUTE WSStepped = WSHundreds * 100
           ELSE
               MOVE 100 TO WSStepped
           END-IF
       ELSE
           COMPUTE WSStepped = CW-OldLimit * (100 - WSStepPct) / 100
           COMPUTE WSHundreds = WSStepped / 100
           COMPUTE WSStepped = WSHundreds * 100
       END-IF
       IF WSStepped < WSFloor
           MOVE WSFloor TO WSStepped
       END-IF
       IF WSStepped < 100
           MOVE 100 TO WSStepped
       END-IF
       IF CW-OldLimit > 0 AND WSStepped >= CW-OldLimit
           MOVE "balance at limit" TO CW-Reason
           EXIT PARAGRAPH
       END-IF
       MOVE WSStepped TO CW-NewLimit
       MOVE 'L' TO CW-Action.

PrintReview.
       MOVE 'O' TO RW-Action
       MOVE "CreditReview.rpt" TO RW-ReportName
       MOVE "Credit Limit Review" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Rank Cust No Name           Pays Avg Wtd NSF Dun Lv     High Bal        Limit Act      New Limit Reason"
           TO RW-HeadCol
       MOVE "---- ------- -------------- ---- --- --- --- --- -- ------------ ------------ ----- ------------ ----------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Payments, returned checks and dunning from "
               DELIMITED BY SIZE
           WSWindowStart DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WSReviewDate DELIMITED BY SIZE
           ", ranked slowest payer first" DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "High balance from " DELIMITED BY SIZE
           WSSnapCount DELIMITED BY SIZE
           " month-end snapshots and the current balance"
               DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       OPEN INPUT ReviewFile
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ReviewFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM PrintOneReview
           END-READ
       END-PERFORM
       CLOSE CustomerFile
       CLOSE ReviewFile
       MOVE SPACES TO WSTrailerLine
       STRING "Accounts reviewed: " DELIMITED BY SIZE
           WSReviewedCount DELIMITED BY SIZE
           "  raise: " DELIMITED BY SIZE
           WSRaiseCount DELIMITED BY SIZE
           "  hold: " DELIMITED BY SIZE
           WSHoldCount DELIMITED BY SIZE
           "  lower: " DELIMITED BY SIZE
           WSLowerCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintOneReview.
       ADD 1 TO WSRank
       MOVE SPACES TO WSDetailLine
       MOVE WSRank TO CL-Rank
       MOVE CV-IDNum TO CL-IDNum
       MOVE CV-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "NOT ON FILE" TO CL-Name
           NOT INVALID KEY
               MOVE FullName TO CL-Name
       END-READ
       MOVE CV-Payments TO CL-Payments
       MOVE CV-AvgDays TO CL-AvgDays
       MOVE CV-WtdDays TO CL-WtdDays
       MOVE CV-NSFCount TO CL-NSFCount
       MOVE CV-DunCount TO CL-DunCount
       MOVE CV-DunLevel TO CL-DunLevel
       MOVE CV-HighBal TO CL-HighBal
       MOVE CV-OldLimit TO CL-OldLimit
       MOVE CV-NewLimit TO CL-NewLimit
       EVALUATE CV-Action
           WHEN 'R'
               MOVE "RAISE" TO CL-Action
           WHEN 'L'
               MOVE "LOWER" TO CL-Action
           WHEN OTHER
               MOVE "HOLD" TO CL-Action
       END-EVALUATE
       MOVE CV-Reason TO CL-Reason
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.
