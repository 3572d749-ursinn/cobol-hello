       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example119.
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
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT ArchiveFile ASSIGN TO "OrdersArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOrdArchStatus.
       SELECT SummaryFile ASSIGN TO "CustAnnualSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSummaryStatus.
       SELECT LiveFile ASSIGN TO "YELIVE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLiveStatus.
       SELECT HistArchFile ASSIGN TO "YEARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchStatus.
       SELECT KeepFile ASSIGN TO "YEKEEP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSKeepStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD OrderFile.
    COPY ORDREC.

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

FD SummaryFile.
    COPY ANNSUMM.

FD LiveFile.
01 LiveLine         PIC X(80).

FD HistArchFile.
01 HistArchLine     PIC X(80).

FD KeepFile.
01 KeepLine         PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF             PIC X(1).
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSOrdArchStatus   PIC X(2).
01 WSSummaryStatus   PIC X(2).
01 WSLiveStatus      PIC X(2).
01 WSArchStatus      PIC X(2).
01 WSKeepStatus      PIC X(2).
01 WSYearParm        PIC X(4).
01 WSCloseYear       PIC 9(4).
01 WSYearEnd         PIC 9(8).
01 WSCloseDate       PIC 9(8).
01 WSLookupID        PIC 9(7).
01 WSCustFound       PIC X(1).
01 WSCustIdx         PIC 9(5).
01 WSMaxCustomers    PIC 9(5) VALUE 20000.
01 WSCustCount       PIC 9(5) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 1 TO 20000 TIMES
               DEPENDING ON WSCustCount
               ASCENDING KEY IS RT-IDNum
               INDEXED BY RT-Idx.
           03 RT-IDNum         PIC 9(7).
           03 RT-Name          PIC X(22).
           03 RT-Orders        PIC 9(5).
           03 RT-Purchases     PIC S9(9)V99.
           03 RT-Payments      PIC S9(9)V99.
           03 RT-Credits       PIC S9(9)V99.
           03 RT-Charges       PIC S9(9)V99.
           03 RT-BalOnlyBF     PIC S9(9)V99.
           03 RT-AnyDate       PIC 9(8).
           03 RT-AnyRec        PIC 9(7).
           03 RT-PayDate       PIC 9(8).
           03 RT-PayRec        PIC 9(7).
           03 RT-DunRec        PIC 9(7).
01 WSTotals.
       02 TT-Customers     PIC 9(7).
       02 TT-Orders        PIC 9(7).
       02 TT-Purchases     PIC S9(11)V99.
       02 TT-Payments      PIC S9(11)V99.
       02 TT-Credits       PIC S9(11)V99.
       02 TT-Charges       PIC S9(11)V99.
       02 TT-BalOnlyBF     PIC S9(11)V99.
       02 TT-NotOnFile     PIC 9(7).
01 WSHistoryNames.
       02 FILLER PIC X(20) VALUE "PaymentHistory".
       02 FILLER PIC X(20) VALUE "CustAddrHist".
       02 FILLER PIC X(20) VALUE "CreditReferral".
       02 FILLER PIC X(20) VALUE "DunningHist".
01 WSHistoryTable REDEFINES WSHistoryNames.
       02 HN-Base OCCURS 4 TIMES PIC X(20).
01 WSFileResults.
       02 WSFileResult OCCURS 4 TIMES.
           03 FR-Present       PIC X(1).
           03 FR-Read          PIC 9(7).
           03 FR-Moved         PIC 9(7).
           03 FR-Carried       PIC 9(7).
           03 FR-Kept          PIC 9(7).
           03 FR-ReadHash      PIC 9(11)V99.
           03 FR-MovedHash     PIC 9(11)V99.
           03 FR-KeptHash      PIC 9(11)V99.
           03 FR-ArchCount     PIC 9(7).
           03 FR-ArchHash      PIC 9(11)V99.
           03 FR-KeepCount     PIC 9(7).
           03 FR-KeepHash      PIC 9(11)V99.
           03 FR-ArchCheck     PIC X(9).
           03 FR-KeepCheck     PIC X(9).
01 WSFileIdx         PIC 9(1).
01 WSLiveName        PIC X(40).
01 WSArchName        PIC X(40).
01 WSKeepName        PIC X(40).
01 WSCommand         PIC X(200).
01 WSVerifyFailed    PIC X(1) VALUE 'N'.
01 WSRecNum          PIC 9(7).
01 WSLineBuffer      PIC X(80).
01 WSLineDate        PIC X(8).
01 WSLineID          PIC X(7).
01 WSLineHash        PIC 9(9)V99.
01 WSMoveLine        PIC X(1).
01 WSSummaryCount    PIC 9(7) VALUE 0.
    COPY PAYHIST.
    COPY ADDRHIST.
    COPY CREDREF.
01 DunningHistLine.
       02 DN-IDNum     PIC 9(7).
       02 DN-Level     PIC 9(1).
       02 DN-Date      PIC 9(8).
       02 DN-Amount    PIC 9(7)V99.
01 WSSummaryLine.
       02 SL-IDNum         PIC 9(7).
       02 FILLER           PIC X(1).
       02 SL-Name          PIC X(22).
       02 FILLER           PIC X(1).
       02 SL-Orders        PIC ZZZZZ9.
       02 FILLER           PIC X(1).
       02 SL-Purchases     PIC -(9)9.99.
       02 FILLER           PIC X(1).
       02 SL-Payments      PIC -(9)9.99.
       02 FILLER           PIC X(1).
       02 SL-Credits       PIC -(9)9.99.
       02 FILLER           PIC X(1).
       02 SL-Charges       PIC -(9)9.99.
       02 FILLER           PIC X(1).
       02 SL-BalOnlyBF     PIC -(9)9.99.
01 WSArchiveLine.
       02 AL-File          PIC X(20).
       02 FILLER           PIC X(1).
       02 AL-Read          PIC Z(9)9.
       02 FILLER           PIC X(1).
       02 AL-Moved         PIC Z(7)9.
       02 FILLER           PIC X(1).
       02 AL-Carried       PIC Z(7)9.
       02 FILLER           PIC X(1).
       02 AL-Kept          PIC Z(7)9.
       02 FILLER           PIC X(1).
       02 AL-Hash          PIC Z(13)9.99.
       02 FILLER           PIC X(2).
       02 AL-ArchCheck     PIC X(9).
       02 FILLER           PIC X(1).
       02 AL-KeepCheck     PIC X(9).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetCloseYear
       INITIALIZE WSTotals
       INITIALIZE WSFileResults
       PERFORM CheckYearNotClosed
       PERFORM LoadCustomers
       PERFORM TallyLiveOrders
       PERFORM TallyArchivedOrders
       PERFORM ScanPaymentHistory
       PERFORM ScanDunningHistory
       PERFORM ArchiveOneFile
           VARYING WSFileIdx FROM 1 BY 1 UNTIL WSFileIdx > 4
       IF WSVerifyFailed = 'Y'
           PERFORM DiscardWorkFiles
               VARYING WSFileIdx FROM 1 BY 1 UNTIL WSFileIdx > 4
           PERFORM PrintArchiveReport
           DISPLAY "Year-end archive for " WSCloseYear
               " did not verify, history files left unchanged"
           STOP RUN WITH ERROR STATUS "YE"
       END-IF
       PERFORM InstallKeptFile
           VARYING WSFileIdx FROM 1 BY 1 UNTIL WSFileIdx > 4
       PERFORM WriteSummaries
       PERFORM PrintSummaryReport
       PERFORM PrintArchiveReport
       DISPLAY "Year-end close " WSCloseYear ": customer summaries "
           WSSummaryCount
       PERFORM VARYING WSFileIdx FROM 1 BY 1 UNTIL WSFileIdx > 4
           IF FR-Present(WSFileIdx) = 'Y'
               DISPLAY "  " HN-Base(WSFileIdx) " read " FR-Read(WSFileIdx)
                   " moved " FR-Moved(WSFileIdx)
                   " kept " FR-Kept(WSFileIdx)
           END-IF
       END-PERFORM
       STOP RUN.

GetCloseYear.
       MOVE SPACES TO WSYearParm
       ACCEPT WSYearParm FROM COMMAND-LINE
       IF WSYearParm IS NUMERIC
           MOVE WSYearParm TO WSCloseYear
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:4) TO WSCloseYear
           SUBTRACT 1 FROM WSCloseYear
       END-IF
       COMPUTE WSYearEnd = WSCloseYear * 10000 + 1231
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSCloseDate.

CheckYearNotClosed.
       OPEN INPUT SummaryFile
       IF WSSummaryStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ SummaryFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF AS-Year = WSCloseYear
                           DISPLAY "Customer summaries for " WSCloseYear
                               " are already on CustAnnualSummary.dat,"
                               " year already closed"
                           CLOSE SummaryFile
                           STOP RUN WITH ERROR STATUS "YE"
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE SummaryFile
       PERFORM VARYING WSFileIdx FROM 1 BY 1 UNTIL WSFileIdx > 4
           PERFORM BuildFileNames
           SET ENVIRONMENT "YEARCH" TO WSArchName
           OPEN INPUT HistArchFile
           IF WSArchStatus = "00"
               DISPLAY FUNCTION TRIM(WSArchName)
                   " already exists, year already archived"
               CLOSE HistArchFile
               STOP RUN WITH ERROR STATUS "YE"
           END-IF
           CLOSE HistArchFile
       END-PERFORM.

BuildFileNames.
       MOVE SPACES TO WSLiveName WSArchName WSKeepName
       STRING FUNCTION TRIM(HN-Base(WSFileIdx)) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSLiveName
       END-STRING
       STRING FUNCTION TRIM(HN-Base(WSFileIdx)) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WSCloseYear DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSArchName
       END-STRING
       STRING FUNCTION TRIM(HN-Base(WSFileIdx)) DELIMITED BY SIZE
           ".dat.new" DELIMITED BY SIZE
           INTO WSKeepName
       END-STRING.

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
                   MOVE IDNum TO RT-IDNum(WSCustCount)
                   STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       INTO RT-Name(WSCustCount)
                   END-STRING
           END-READ
       END-PERFORM
       CLOSE CustomerFile.

FindCustomer.
       MOVE 'N' TO WSCustFound
       IF WSCustCount > 0
           SEARCH ALL WSCustEntry
               AT END
                   CONTINUE
               WHEN RT-IDNum(RT-Idx) = WSLookupID
                   MOVE 'Y' TO WSCustFound
                   SET WSCustIdx TO RT-Idx
           END-SEARCH
       END-IF.

TallyLiveOrders.
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderStatus NOT = 'X'
                           AND OrderDate(1:4) = WSCloseYear
                       MOVE OrderIDNum TO WSLookupID
                       PERFORM FindCustomer
                       IF WSCustFound = 'Y'
                           ADD 1 TO RT-Orders(WSCustIdx)
                           ADD OrderAmount OrderTax
                               TO RT-Purchases(WSCustIdx)
                       ELSE
                           ADD 1 TO TT-NotOnFile
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderFile.

TallyArchivedOrders.
       OPEN INPUT ArchiveFile
       IF WSOrdArchStatus NOT = "00"
           CLOSE ArchiveFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ArchiveFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AO-OrderStatus NOT = 'X'
                           AND AO-OrderDate(1:4) = WSCloseYear
                       MOVE AO-OrderIDNum TO WSLookupID
                       PERFORM FindCustomer
                       IF WSCustFound = 'Y'
                           ADD 1 TO RT-Orders(WSCustIdx)
                           ADD AO-OrderAmount AO-OrderTax
                               TO RT-Purchases(WSCustIdx)
                       ELSE
                           ADD 1 TO TT-NotOnFile
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ArchiveFile.

ScanPaymentHistory.
       MOVE 1 TO WSFileIdx
       PERFORM BuildFileNames
       SET ENVIRONMENT "YELIVE" TO WSLiveName
       OPEN INPUT LiveFile
       IF WSLiveStatus NOT = "00"
           CLOSE LiveFile
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSRecNum
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ LiveFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO WSRecNum
                   MOVE LiveLine TO HistoryRec
                   IF PH-IDNum IS NUMERIC AND PH-Date IS NUMERIC
                           AND PH-Amount IS NUMERIC
                       MOVE PH-IDNum TO WSLookupID
                       PERFORM FindCustomer
                       IF WSCustFound = 'Y'
                           PERFORM NoteHistoryLine
                       ELSE
                           IF PH-Date(1:4) = WSCloseYear
                               ADD 1 TO TT-NotOnFile
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LiveFile.

NoteHistoryLine.
       IF PH-Date >= RT-AnyDate(WSCustIdx)
           MOVE PH-Date TO RT-AnyDate(WSCustIdx)
           MOVE WSRecNum TO RT-AnyRec(WSCustIdx)
       END-IF
       IF (PH-Type = SPACES OR PH-Type = "PY")
               AND PH-Date >= RT-PayDate(WSCustIdx)
           MOVE PH-Date TO RT-PayDate(WSCustIdx)
           MOVE WSRecNum TO RT-PayRec(WSCustIdx)
       END-IF
       IF PH-Date(1:4) NOT = WSCloseYear
           EXIT PARAGRAPH
       END-IF
       EVALUATE PH-Type
           WHEN SPACES
           WHEN "PY"
               ADD PH-Amount TO RT-Payments(WSCustIdx)
           WHEN "NR"
               SUBTRACT PH-Amount FROM RT-Payments(WSCustIdx)
           WHEN "CM"
           WHEN "WO"
               ADD PH-Amount TO RT-Credits(WSCustIdx)
           WHEN "FC"
           WHEN "DM"
           WHEN "NF"
           WHEN "RF"
               ADD PH-Amount TO RT-Charges(WSCustIdx)
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

ScanDunningHistory.
       MOVE 4 TO WSFileIdx
       PERFORM BuildFileNames
       SET ENVIRONMENT "YELIVE" TO WSLiveName
       OPEN INPUT LiveFile
       IF WSLiveStatus NOT = "00"
           CLOSE LiveFile
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSRecNum
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ LiveFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO WSRecNum
                   MOVE LiveLine TO DunningHistLine
                   IF DN-IDNum IS NUMERIC
                       MOVE DN-IDNum TO WSLookupID
                       PERFORM FindCustomer
                       IF WSCustFound = 'Y'
                           MOVE WSRecNum TO RT-DunRec(WSCustIdx)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LiveFile.

ArchiveOneFile.
       PERFORM BuildFileNames
       SET ENVIRONMENT "YELIVE" TO WSLiveName
       OPEN INPUT LiveFile
       IF WSLiveStatus NOT = "00"
           CLOSE LiveFile
           MOVE 'N' TO FR-Present(WSFileIdx)
           MOVE "NOT FOUND" TO FR-ArchCheck(WSFileIdx)
           MOVE SPACES TO FR-KeepCheck(WSFileIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO FR-Present(WSFileIdx)
       SET ENVIRONMENT "YEARCH" TO WSArchName
       SET ENVIRONMENT "YEKEEP" TO WSKeepName
       OPEN OUTPUT HistArchFile
       IF WSArchStatus NOT = "00"
           DISPLAY FUNCTION TRIM(WSArchName)
               " could not be created, status: " WSArchStatus
           CLOSE LiveFile
           STOP RUN WITH ERROR STATUS WSArchStatus
       END-IF
       OPEN OUTPUT KeepFile
       IF WSKeepStatus NOT = "00"
           DISPLAY FUNCTION TRIM(WSKeepName)
               " could not be created, status: " WSKeepStatus
           CLOSE LiveFile
           CLOSE HistArchFile
           STOP RUN WITH ERROR STATUS WSKeepStatus
       END-IF
       MOVE 0 TO WSRecNum
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ LiveFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO WSRecNum
                   ADD 1 TO FR-Read(WSFileIdx)
                   MOVE LiveLine TO WSLineBuffer
                   PERFORM ExtractLineFields
                   ADD WSLineHash TO FR-ReadHash(WSFileIdx)
                   PERFORM DecideLine
                   IF WSMoveLine = 'Y'
                       WRITE HistArchLine FROM LiveLine
                       ADD 1 TO FR-Moved(WSFileIdx)
                       ADD WSLineHash TO FR-MovedHash(WSFileIdx)
                   ELSE
                       WRITE KeepLine FROM LiveLine
                       ADD 1 TO FR-Kept(WSFileIdx)
                       ADD WSLineHash TO FR-KeptHash(WSFileIdx)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LiveFile
       CLOSE HistArchFile
       CLOSE KeepFile
       PERFORM VerifyOneFile.

ExtractLineFields.
       MOVE 0 TO WSLineHash
       EVALUATE WSFileIdx
           WHEN 1
               MOVE WSLineBuffer TO HistoryRec
               MOVE PH-Date TO WSLineDate
               MOVE PH-IDNum TO WSLineID
               IF PH-Amount IS NUMERIC
                   MOVE PH-Amount TO WSLineHash
               END-IF
           WHEN 2
               MOVE WSLineBuffer TO AddrHistLine
               MOVE AH-Timestamp(1:8) TO WSLineDate
               MOVE AH-IDNum TO WSLineID
               IF AH-IDNum IS NUMERIC
                   MOVE AH-IDNum TO WSLineHash
               END-IF
           WHEN 3
               MOVE WSLineBuffer TO ReferralRec
               MOVE RF-Date TO WSLineDate
               MOVE RF-IDNum TO WSLineID
               IF RF-Amount IS NUMERIC
                   MOVE RF-Amount TO WSLineHash
               END-IF
           WHEN 4
               MOVE WSLineBuffer TO DunningHistLine
               MOVE DN-Date TO WSLineDate
               MOVE DN-IDNum TO WSLineID
               IF DN-Amount IS NUMERIC
                   MOVE DN-Amount TO WSLineHash
               END-IF
       END-EVALUATE.

DecideLine.
       MOVE 'N' TO WSMoveLine
       IF WSLineDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF WSLineDate > WSYearEnd
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSCustFound
       IF WSLineID IS NUMERIC
           MOVE WSLineID TO WSLookupID
           PERFORM FindCustomer
       END-IF
       IF WSCustFound = 'Y'
           IF (WSFileIdx = 1
                   AND (WSRecNum = RT-AnyRec(WSCustIdx)
                       OR WSRecNum = RT-PayRec(WSCustIdx)))
               OR (WSFileIdx = 4 AND WSRecNum = RT-DunRec(WSCustIdx))
               ADD 1 TO FR-Carried(WSFileIdx)
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE 'Y' TO WSMoveLine
       IF WSFileIdx = 1 AND WSCustFound = 'Y'
           PERFORM BringForwardBalanceOnly
       END-IF.

BringForwardBalanceOnly.
       EVALUATE PH-Type
           WHEN "FC"
           WHEN "DM"
           WHEN "NF"
           WHEN "RF"
               ADD WSLineHash TO RT-BalOnlyBF(WSCustIdx)
           WHEN "CM"
               SUBTRACT WSLineHash FROM RT-BalOnlyBF(WSCustIdx)
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

VerifyOneFile.
       OPEN INPUT HistArchFile
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ HistArchFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE HistArchLine TO WSLineBuffer
                   PERFORM ExtractLineFields
                   ADD 1 TO FR-ArchCount(WSFileIdx)
                   ADD WSLineHash TO FR-ArchHash(WSFileIdx)
           END-READ
       END-PERFORM
       CLOSE HistArchFile
       OPEN INPUT KeepFile
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ KeepFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE KeepLine TO WSLineBuffer
                   PERFORM ExtractLineFields
                   ADD 1 TO FR-KeepCount(WSFileIdx)
                   ADD WSLineHash TO FR-KeepHash(WSFileIdx)
           END-READ
       END-PERFORM
       CLOSE KeepFile
       IF FR-ArchCount(WSFileIdx) = FR-Moved(WSFileIdx)
               AND FR-ArchHash(WSFileIdx) = FR-MovedHash(WSFileIdx)
           MOVE "VERIFIED" TO FR-ArchCheck(WSFileIdx)
       ELSE
           MOVE "MISMATCH" TO FR-ArchCheck(WSFileIdx)
           MOVE 'Y' TO WSVerifyFailed
       END-IF
       IF FR-KeepCount(WSFileIdx) = FR-Kept(WSFileIdx)
               AND FR-KeepHash(WSFileIdx) = FR-KeptHash(WSFileIdx)
               AND FR-Read(WSFileIdx)
                   = FR-ArchCount(WSFileIdx) + FR-KeepCount(WSFileIdx)
               AND FR-ReadHash(WSFileIdx)
                   = FR-ArchHash(WSFileIdx) + FR-KeepHash(WSFileIdx)
           MOVE "VERIFIED" TO FR-KeepCheck(WSFileIdx)
       ELSE
           MOVE "MISMATCH" TO FR-KeepCheck(WSFileIdx)
           MOVE 'Y' TO WSVerifyFailed
       END-IF.

DiscardWorkFiles.
       IF FR-Present(WSFileIdx) NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       PERFORM BuildFileNames
       MOVE SPACES TO WSCommand
       STRING "rm -f " DELIMITED BY SIZE
           FUNCTION TRIM(WSArchName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WSKeepName) DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand.

InstallKeptFile.
       IF FR-Present(WSFileIdx) NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       PERFORM BuildFileNames
       MOVE SPACES TO WSCommand
       STRING "mv " DELIMITED BY SIZE
           FUNCTION TRIM(WSKeepName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WSLiveName) DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand
       IF RETURN-CODE NOT = 0
           DISPLAY "Could not install "
               FUNCTION TRIM(WSLiveName)
               " (mv returned " RETURN-CODE "), year-end close abandoned"
           STOP RUN WITH ERROR STATUS "YE"
       END-IF.

WriteSummaries.
       OPEN EXTEND SummaryFile
       IF WSSummaryStatus = "35"
           OPEN OUTPUT SummaryFile
       END-IF
       IF WSSummaryStatus NOT = "00"
           DISPLAY "CustAnnualSummary.dat could not be opened, status: "
               WSSummaryStatus
           STOP RUN WITH ERROR STATUS WSSummaryStatus
       END-IF
       PERFORM WriteOneSummary
           VARYING WSCustIdx FROM 1 BY 1 UNTIL WSCustIdx > WSCustCount
       CLOSE SummaryFile.

WriteOneSummary.
       IF RT-Orders(WSCustIdx) = 0 AND RT-Purchases(WSCustIdx) = 0
               AND RT-Payments(WSCustIdx) = 0
               AND RT-Credits(WSCustIdx) = 0
               AND RT-Charges(WSCustIdx) = 0
               AND RT-BalOnlyBF(WSCustIdx) = 0
           EXIT PARAGRAPH
       END-IF
       MOVE WSCloseYear TO AS-Year
       MOVE RT-IDNum(WSCustIdx) TO AS-IDNum
       MOVE RT-Orders(WSCustIdx) TO AS-Orders
       MOVE RT-Purchases(WSCustIdx) TO AS-Purchases
       MOVE RT-Payments(WSCustIdx) TO AS-Payments
       MOVE RT-Credits(WSCustIdx) TO AS-Credits
       MOVE RT-Charges(WSCustIdx) TO AS-Charges
       MOVE RT-BalOnlyBF(WSCustIdx) TO AS-BalOnlyBF
       MOVE WSCloseDate TO AS-CloseDate
       WRITE AnnualSummaryRec
       IF WSSummaryStatus NOT = "00"
           DISPLAY "SummaryFile I/O problem, status: " WSSummaryStatus
           CLOSE SummaryFile
           STOP RUN WITH ERROR STATUS WSSummaryStatus
       END-IF
       ADD 1 TO WSSummaryCount
       ADD 1 TO TT-Customers
       ADD RT-Orders(WSCustIdx) TO TT-Orders
       ADD RT-Purchases(WSCustIdx) TO TT-Purchases
       ADD RT-Payments(WSCustIdx) TO TT-Payments
       ADD RT-Credits(WSCustIdx) TO TT-Credits
       ADD RT-Charges(WSCustIdx) TO TT-Charges
       ADD RT-BalOnlyBF(WSCustIdx) TO TT-BalOnlyBF.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintSummaryReport.
       MOVE 'O' TO RW-Action
       MOVE "AnnualCustomerSummary.rpt" TO RW-ReportName
       MOVE "Annual Customer Summary" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Custmr  Name                   Orders     Purchases      Payments       Credits       Charges  Archived b/f"
           TO RW-HeadCol
       MOVE "------- ---------------------- ------ ------------- ------------- ------------- ------------- -------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Purchases and payments for fiscal year " DELIMITED BY SIZE
           WSCloseYear DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM PrintOneSummary
           VARYING WSCustIdx FROM 1 BY 1 UNTIL WSCustIdx > WSCustCount
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSSummaryLine
       MOVE "TOTAL" TO SL-Name
       MOVE TT-Orders TO SL-Orders
       MOVE TT-Purchases TO SL-Purchases
       MOVE TT-Payments TO SL-Payments
       MOVE TT-Credits TO SL-Credits
       MOVE TT-Charges TO SL-Charges
       MOVE TT-BalOnlyBF TO SL-BalOnlyBF
       MOVE WSSummaryLine TO RW-Line
       PERFORM WriteReportLine
       IF TT-NotOnFile > 0
           MOVE SPACES TO RW-Line
           STRING "Orders and history lines for customers no longer on"
                   DELIMITED BY SIZE
               " file (not summarised): " DELIMITED BY SIZE
               TT-NotOnFile DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteReportLine
       END-IF
       MOVE SPACES TO WSTrailerLine
       STRING "Customers summarised: " DELIMITED BY SIZE
           TT-Customers DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

PrintOneSummary.
       IF RT-Orders(WSCustIdx) = 0 AND RT-Purchases(WSCustIdx) = 0
               AND RT-Payments(WSCustIdx) = 0
               AND RT-Credits(WSCustIdx) = 0
               AND RT-Charges(WSCustIdx) = 0
               AND RT-BalOnlyBF(WSCustIdx) = 0
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSSummaryLine
       MOVE RT-IDNum(WSCustIdx) TO SL-IDNum
       MOVE RT-Name(WSCustIdx) TO SL-Name
       MOVE RT-Orders(WSCustIdx) TO SL-Orders
       MOVE RT-Purchases(WSCustIdx) TO SL-Purchases
       MOVE RT-Payments(WSCustIdx) TO SL-Payments
       MOVE RT-Credits(WSCustIdx) TO SL-Credits
       MOVE RT-Charges(WSCustIdx) TO SL-Charges
       MOVE RT-BalOnlyBF(WSCustIdx) TO SL-BalOnlyBF
       MOVE WSSummaryLine TO RW-Line
       PERFORM WriteReportLine.

PrintArchiveReport.
       MOVE 'O' TO RW-Action
       MOVE "YearEndArchive.rpt" TO RW-ReportName
       MOVE "Year-End History Archive" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "History file         Lines read    Moved  Carried     Kept        Moved hash  Archive   Live file"
           TO RW-HeadCol
       MOVE "-------------------- ---------- -------- -------- -------- -----------------  --------- ---------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Lines dated on or before " DELIMITED BY SIZE
           WSYearEnd DELIMITED BY SIZE
           " moved to the " DELIMITED BY SIZE
           WSCloseYear DELIMITED BY SIZE
           " archive files" DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM PrintOneArchive
           VARYING WSFileIdx FROM 1 BY 1 UNTIL WSFileIdx > 4
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE "Hash totals are amounts, except CustAddrHist (customer numbers)."
           TO RW-Line
       PERFORM WriteReportLine
       MOVE "Carried forward: each customer's latest payment history and dunning lines stay live."
           TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSTrailerLine
       IF WSVerifyFailed = 'Y'
           MOVE "ARCHIVE NOT VERIFIED, history files left unchanged"
               TO WSTrailerLine
       ELSE
           STRING "Archive verified for fiscal year " DELIMITED BY SIZE
               WSCloseYear DELIMITED BY SIZE
               INTO WSTrailerLine
           END-STRING
       END-IF
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

PrintOneArchive.
       PERFORM BuildFileNames
       MOVE SPACES TO WSArchiveLine
       MOVE WSLiveName TO AL-File
       MOVE FR-Read(WSFileIdx) TO AL-Read
       MOVE FR-Moved(WSFileIdx) TO AL-Moved
       MOVE FR-Carried(WSFileIdx) TO AL-Carried
       MOVE FR-Kept(WSFileIdx) TO AL-Kept
       MOVE FR-MovedHash(WSFileIdx) TO AL-Hash
       MOVE FR-ArchCheck(WSFileIdx) TO AL-ArchCheck
       MOVE FR-KeepCheck(WSFileIdx) TO AL-KeepCheck
       MOVE WSArchiveLine TO RW-Line
       PERFORM WriteReportLine
       IF FR-Present(WSFileIdx) = 'Y'
           MOVE SPACES TO RW-Line
           STRING "  archived to " DELIMITED BY SIZE
               FUNCTION TRIM(WSArchName) DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteReportLine
       END-IF.
